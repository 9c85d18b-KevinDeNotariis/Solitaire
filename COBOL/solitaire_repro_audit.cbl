       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLITAIRE_REPRO_AUDIT.
       AUTHOR. KEVIN DE NOTARIIS.
       DATE-WRITTEN. OCTOBER 15TH 2026.

      *>Batch reproducibility sampling audit. SOLITAIRE_GAME_RERUN
      *>proves one disputed game at a time; this job certifies every
      *>run on the run master (RUNMAST.DAT) from a random sample of
      *>its games. Each sampled game is re-derived the way the rerun
      *>does it - reseed FUNCTION RANDOM with the LG-SEED of the
      *>game's seed segment, draw every earlier shuffle of the
      *>segment in order by CALLing SOLITAIRE for each game, same
      *>deck profile (or DECKCFG.DAT), same match rule - and its
      *>final pile count is compared with LG-FINAL-K. Where the run
      *>is on the move index (MOVEIDX.DAT) the rebuilt merge sequence
      *>of each sampled game (action, from pile, to pile, sequence)
      *>is compared with the indexed one as well.
      *>The sample always holds the first and the last ledgered game
      *>of every seed segment (a segment is a contiguous block of
      *>ledger rows sharing one LG-SEED - each checkpoint resume
      *>reseeds); random games are added until the sample reaches the
      *>size on the control card. The sample draws use a Park-Miller
      *>sequence of their own, never FUNCTION RANDOM, so the same
      *>seed picks the same sample again.
      *>Control dataset REPROCTL.DAT, one record:
      *>  cols 1-6   sample size per run (default 10, at most 500;
      *>             the segment end games come on top when there
      *>             are more of them)
      *>  cols 7-14  sample seed (blank/zero = from the time of day;
      *>             the seed used is printed on the report)
      *>A run cannot be tested when its ledger is missing, fails its
      *>integrity trailer, holds no rows for the run (archived) or
      *>holds them out of game order, when it was played from a deal
      *>file (seed mode D on RUNREG.DAT - supplied deals have no
      *>shuffle to re-derive), or when its deck cannot be dealt again
      *>(deck profile gone, deck config size differs from the run's).
      *>The re-played games log their moves under run id SAMPLE
      *>(scratch dataset MOVELOG_SAMPLE.DAT, emptied before each run)
      *>so no live move audit trail is appended to.
      *>Per-run certification report REPROAUD.RPT: games sampled,
      *>reproduced, mismatched and not tested with the reason, and a
      *>CERTIFIED / FAILED / NOT TESTED verdict per run.
      *>RETURN-CODE 8 when any sampled game did not reproduce or the
      *>run master cannot be read, 4 when any run could not be tested
      *>or its merges could not be checked, 0 otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-CTL-FILE ASSIGN TO "REPROCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RUNMAST-FILE ASSIGN TO "RUNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RUNMAST-STATUS.

           SELECT REG-FILE ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           *>Same deck config file SOLITAIRE_PLAY_N_GAMES plays from -
           *>the re-run must deal from the identical deck or the
           *>shuffle draws land on different cards.
           SELECT CFG-FILE ASSIGN TO "DECKCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           SELECT DECKPROF-FILE ASSIGN TO "DECKPROF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-PROFILE-ID
               FILE STATUS IS WS-PROF-STATUS.

           *>Per-run-id dataset naming, same convention as
           *>SOLITAIRE_PLAY_N_GAMES' BUILD_DATASET_NAMES.
           SELECT LEDGER-FILE ASSIGN DYNAMIC WS-LEDGER-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           *>The move log SOLITAIRE builds for run id SAMPLE - see
           *>WS-SAMPLE-RUN-ID.
           SELECT SAMPLE-MOVE-FILE ASSIGN TO "MOVELOG_SAMPLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMV-FILE-STATUS.

           SELECT MOVEIDX-FILE ASSIGN TO "MOVEIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MI-KEY
               FILE STATUS IS WS-MOVEIDX-STATUS.

           SELECT AUD-RPT-FILE ASSIGN TO "REPROAUD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUD-CTL-FILE.
       01 AUD-CTL-RECORD.
           02 AC-SAMPLE-SIZE PIC 9(6).
           02 AC-SAMPLE-SEED PIC 9(8).
           02 FILLER         PIC X(66).

       FD  RUNMAST-FILE.
       COPY "runmast.cpy".

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

       FD  CFG-FILE.
       01 CFG-RECORD PIC X(6).

       FD  DECKPROF-FILE.
       COPY "deckprof.cpy".

       FD  LEDGER-FILE.
       01 LEDGER-RECORD.
           02 LG-GAME-NUM PIC 9(6).
           02 LG-FINAL-K  PIC 99.
           02 LG-SEED     PIC 9(8).
           02 LG-RUN-ID   PIC X(8).

       *>Same layout as SOLITAIRE's AUDIT-RECORD.
       FD  SAMPLE-MOVE-FILE.
       01 AUDIT-RECORD.
           02 AU-RUN-ID      PIC X(8).
           02 AU-GAME-NUM    PIC 9(6).
           02 AU-SEQ-NUM     PIC 9(6).
           02 AU-ACTION      PIC X(10).
           02 AU-FROM-PILE   PIC 99.
           02 AU-TO-PILE     PIC 99.

       FD  MOVEIDX-FILE.
       COPY "moveidx.cpy".

       FD  AUD-RPT-FILE.
       01 AUD-RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           *>Game state handed to SOLITAIRE - same shapes as
           *>SOLITAIRE_PLAY_N_GAMES.
           01 WS-SUIT-TABLE.
               02 WS-SUITS PIC A(6) OCCURS 4 TIMES INDEXED BY I.

           01 WS-DECK.
               02 WS-CARDS OCCURS 52 TIMES INDEXED BY J.
                   03 WS-VALUE PIC 99.
                   03 WS-SUIT PIC A(6).

           01 WS-BOQUETS-DECK.
               02 WS-BOQUETS-CARDS OCCURS 52 TIMES INDEXED BY K.
                   03 WS-BOQUETS-VALUE PIC 99.
                   03 WS-BOQUETS-SUIT PIC A(6).

           01 VALUE_INDEX  PIC 99 VALUE 1.

           01 WS-DUMMY-CARD.
               02 WS-DUMMY-VALUE PIC 99.
               02 WS-DUMMY-SUIT PIC A(6).

           01 WS-RANDOM_VALUE_INT PIC 99.

           01 WS-PRINT_IND    PIC 99 VALUE 1.
           01 WS-PLAY_IND     PIC 99 VALUE 1.
           01 WS-MOVE_IND     PIC 99 VALUE 1.

           01 WS-STAT_BOOL PIC 9 VALUE 0.

           01 WS-STAT-TABLE.
               02 WS-STAT PIC 9(6) VALUE 0 OCCURS 52 TIMES INDEXED BY Z.

           01 WS-VALUES_PER_SUIT PIC 99 VALUE 10.
           01 WS-DECK_SIZE       PIC 99 VALUE 40.

           *>The run id the re-played games log their moves under -
           *>never the original run's, or the re-play would append
           *>duplicate records to the live move audit trail.
           01 WS-SAMPLE-RUN-ID PIC X(8) VALUE "SAMPLE  ".

           01 WS-PLAY-GAME-NUM   PIC 9(6).
           01 WS-DECK-ABORT      PIC 9.
           01 WS-FINAL-K         PIC 99.
           01 WS-CLOSE-AUDIT     PIC 9 VALUE 0.
           01 WS-AUDIT-ERR-COUNT PIC 9(6) VALUE 0.
           01 WS-AUDIT-ERR-START PIC 9(6) VALUE 0.

           01 WS-CTL-FILE-STATUS    PIC XX.
           01 WS-RUNMAST-STATUS     PIC XX.
           01 WS-REG-FILE-STATUS    PIC XX.
           01 WS-CFG-FILE-STATUS    PIC XX.
           01 WS-PROF-STATUS        PIC XX.
           01 WS-LEDGER-FILE-STATUS PIC XX.
           01 WS-SMV-FILE-STATUS    PIC XX.
           01 WS-MOVEIDX-STATUS     PIC XX.
           01 WS-RPT-FILE-STATUS    PIC XX.

           01 WS-RM-EOF PIC X VALUE "N".
               88 WS-RM-EOF-YES VALUE "Y".
           01 WS-REG-EOF PIC X VALUE "N".
               88 WS-REG-EOF-YES VALUE "Y".
           01 WS-LEDGER-EOF PIC X VALUE "N".
               88 WS-LEDGER-EOF-YES VALUE "Y".
           01 WS-SMV-EOF PIC X VALUE "N".
               88 WS-SMV-EOF-YES VALUE "Y".
           01 WS-SMV-SKIP PIC X VALUE "N".
               88 WS-SMV-SKIP-YES VALUE "Y".
           01 WS-MI-EOF PIC X VALUE "N".
               88 WS-MI-EOF-YES VALUE "Y".

           *>Control card values.
           01 WS-SAMPLE-SIZE  PIC 9(6) VALUE 10.
           01 WS-SAMPLE-SEED  PIC 9(8) VALUE 0.
           01 WS-SAMPLE-MAX   PIC 9(4) VALUE 500.
           01 WS-SIZE-CAPPED PIC X VALUE "N".
               88 WS-SIZE-CAPPED-YES VALUE "Y".
           01 WS-NOW-TIME-RAW PIC 9(8).

           *>Sample draws - same Park-Miller step as
           *>SOLITAIRE_SOLVABILITY's NEXT_PARK_MILLER.
           01 WS-PM-STATE    PIC 9(10) COMP VALUE 20260915.

           *>Move index: opened once for the job. Not there at all
           *>means no run has been indexed yet; any other open
           *>failure means the merges cannot be checked.
           01 WS-MI-OPEN PIC X VALUE "N".
               88 WS-MI-OPEN-YES VALUE "Y".
           01 WS-MI-JOB-STATE PIC X(11) VALUE SPACES.

           *>Run in hand, from its run-master record.
           01 WS-RUN-ID       PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE     PIC 9(8) VALUE 0.
           01 WS-MATCH-RULE   PIC X VALUE "B".
           01 WS-RUN-PROFILE  PIC X(8) VALUE SPACES.
           01 WS-RUN-DECK-SIZE PIC 99 VALUE 0.
           01 WS-RUN-SEED-MODE PIC X VALUE SPACE.

           01 WS-LEDGER-DSN PIC X(24) VALUE "GAMELOG.DAT".

           *>Cleared as soon as anything stops the current run from
           *>being tested; the reason goes on the report.
           01 WS-RUN-OK PIC X VALUE "Y".
               88 WS-RUN-OK-YES VALUE "Y".
           01 WS-RUN-REASON PIC X(80) VALUE SPACES.
           *>Merge comparison for the run: CHECKED, NOT INDEXED,
           *>NO INDEX, UNAVAILABLE, NOT CHECKED.
           01 WS-MERGE-STATE PIC X(11) VALUE SPACES.
           01 WS-SMV-OK PIC X VALUE "Y".
               88 WS-SMV-OK-YES VALUE "Y".

           *>Integrity trailer verification for the ledger (hash =
           *>sum of game numbers mod 10**8).
           01 WS-VFY-COUNT   PIC 9(8) VALUE 0.
           01 WS-VFY-HASH    PIC 9(8) VALUE 0.
           01 WS-VFY-T-SEEN  PIC X VALUE "N".
           01 WS-VFY-LAST-T  PIC X VALUE "N".
           01 WS-VFY-T-COUNT PIC 9(8) VALUE 0.
           01 WS-VFY-T-HASH  PIC 9(8) VALUE 0.
           01 WS-VFY-EOF PIC X VALUE "N".
               88 WS-VFY-EOF-YES VALUE "Y".

           *>The run's seed segments, in ledger order. A ledger row's
           *>ordinal is its position among the run's rows.
           01 WS-SEG-MAX   PIC 9(3) VALUE 100.
           01 WS-SEG-COUNT PIC 9(3) VALUE 0.
           01 WS-SEG-TABLE.
               02 WS-SEG-ENTRY OCCURS 100 TIMES INDEXED BY GX.
                   03 SG-SEED       PIC 9(8).
                   03 SG-FIRST-GAME PIC 9(6).
                   03 SG-FIRST-ORD  PIC 9(8).
                   03 SG-LAST-ORD   PIC 9(8).
           01 WS-ROW-COUNT PIC 9(8) VALUE 0.
           01 WS-PREV-SEED PIC 9(8) VALUE 0.
           01 WS-PREV-GAME PIC 9(6) VALUE 0.

           *>The sample, kept in ledger order. SM-RESULT: R
           *>reproduced, M mismatched, N not tested.
           01 WS-SAMPLE-COUNT  PIC 9(4) VALUE 0.
           01 WS-SAMPLE-TARGET PIC 9(8) VALUE 0.
           01 WS-SAMPLE-TABLE.
               02 WS-SAMPLE-ENTRY OCCURS 500 TIMES INDEXED BY SX.
                   03 SM-ORDINAL  PIC 9(8).
                   03 SM-GAME     PIC 9(6).
                   03 SM-SEG      PIC 9(3).
                   03 SM-LEDGER-K PIC 99.
                   03 SM-RERUN-K  PIC 99.
                   03 SM-RESULT   PIC X.
                   03 SM-REASON   PIC X(60).
           01 WS-NEW-ORDINAL PIC 9(8).
           01 WS-INS-AT      PIC 9(4).
           01 WS-SHIFT-IX    PIC 9(4).
           01 WS-INS-FOUND PIC X VALUE "N".
               88 WS-INS-FOUND-YES VALUE "Y".
           01 WS-INS-DUP PIC X VALUE "N".
               88 WS-INS-DUP-YES VALUE "Y".
           01 WS-CAP-IX      PIC 9(4).
           01 WS-CAP-ORD     PIC 9(8).
           01 WS-CAP-SEG     PIC 9(3).
           01 WS-CUR-SEG     PIC 9(3).
           01 WS-NEXT-GAME   PIC 9(7).

           *>One sampled game's rebuilt merges, from the scratch
           *>move log. A game of at most 52 cards has at most 50.
           01 WS-RB-COUNT PIC 99 VALUE 0.
           01 WS-RB-TABLE.
               02 WS-RB-ENTRY OCCURS 60 TIMES.
                   03 RB-SEQ-NUM   PIC 9(6).
                   03 RB-ACTION    PIC X(10).
                   03 RB-FROM-PILE PIC 99.
                   03 RB-TO-PILE   PIC 99.
           01 WS-IX-COUNT PIC 9(4) VALUE 0.
           01 WS-DIFF-AT  PIC 9(4) VALUE 0.

           *>Per-run counters.
           01 WS-RUN-REPRO     PIC 9(6) VALUE 0.
           01 WS-RUN-MISMATCH  PIC 9(6) VALUE 0.
           01 WS-RUN-NOT-TESTED PIC 9(6) VALUE 0.
           01 WS-RUN-VERDICT   PIC X(10) VALUE SPACES.

           *>Job totals.
           01 WS-RUNS-READ      PIC 9(4) VALUE 0.
           01 WS-RUNS-CERTIFIED PIC 9(4) VALUE 0.
           01 WS-RUNS-FAILED    PIC 9(4) VALUE 0.
           01 WS-RUNS-NOT-TESTED PIC 9(4) VALUE 0.
           01 WS-TOT-SAMPLED    PIC 9(8) VALUE 0.
           01 WS-TOT-REPRO      PIC 9(8) VALUE 0.
           01 WS-TOT-MISMATCH   PIC 9(8) VALUE 0.
           01 WS-TOT-NOT-TESTED PIC 9(8) VALUE 0.
           01 WS-REG-NOTED PIC X VALUE "N".
           01 WS-JOB-SEVERITY   PIC 9 VALUE 0.

           01 WS-RPT-DETAIL PIC X(132).

       PROCEDURE DIVISION.

           PERFORM READ_AUDIT_CONTROL

           OPEN OUTPUT AUD-RPT-FILE
           MOVE "SOLITAIRE REPRODUCIBILITY SAMPLING AUDIT - DO THE "
            & "RUNS ON THE RUN MASTER RE-PLAY AS RECORDED?"
            TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "SAMPLE SIZE PER RUN " DELIMITED BY SIZE
               WS-SAMPLE-SIZE DELIMITED BY SIZE
               "   SAMPLE SEED " DELIMITED BY SIZE
               WS-SAMPLE-SEED DELIMITED BY SIZE
               "   (FIRST AND LAST GAME OF EVERY SEED SEGMENT "
               DELIMITED BY SIZE
               "ALWAYS SAMPLED)" DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE
           IF WS-SIZE-CAPPED-YES THEN
               MOVE "NOTE: SAMPLE SIZE ON REPROCTL.DAT ABOVE 500 - "
                & "500 GAMES PER RUN SAMPLED" TO AUD-RPT-LINE
               WRITE AUD-RPT-LINE
           END-IF
           MOVE SPACES TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE

           OPEN INPUT RUNMAST-FILE
           IF WS-RUNMAST-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "RUN MASTER (RUNMAST.DAT) NOT AVAILABLE - STATUS "
                   DELIMITED BY SIZE
                   WS-RUNMAST-STATUS DELIMITED BY SIZE
                   " - NOTHING AUDITED" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO AUD-RPT-LINE
               WRITE AUD-RPT-LINE
               DISPLAY FUNCTION TRIM(WS-RPT-DETAIL)
               CLOSE AUD-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN_MOVE_INDEX

           MOVE "RUN DATE  RUN ID     GAMES  SEGS  SAMPLED  "
            & "REPRODUCED  MISMATCHED  NOT TESTED  MERGES       "
            & "CERTIFICATION" TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE

           MOVE "N" TO WS-RM-EOF
           PERFORM AUDIT_RUN_LOOP UNTIL WS-RM-EOF-YES

           CLOSE RUNMAST-FILE
           IF WS-MI-OPEN-YES THEN
               CLOSE MOVEIDX-FILE
           END-IF

           PERFORM WRITE_AUDIT_TOTALS
           CLOSE AUD-RPT-FILE

           MOVE WS-JOB-SEVERITY TO RETURN-CODE

       STOP RUN.

      *>********************* Control card section ********************

       READ_AUDIT_CONTROL.
           OPEN INPUT AUD-CTL-FILE
           IF WS-CTL-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO AUDIT CONTROL DATASET (REPROCTL.DAT) - "
                "SAMPLING 10 GAMES PER RUN"
           ELSE
               READ AUD-CTL-FILE
                   AT END
                       DISPLAY "AUDIT CONTROL DATASET EMPTY - "
                        "SAMPLING 10 GAMES PER RUN"
                   NOT AT END
                       IF AC-SAMPLE-SIZE IS NUMERIC
                        AND AC-SAMPLE-SIZE > 0 THEN
                           MOVE AC-SAMPLE-SIZE TO WS-SAMPLE-SIZE
                       ELSE
                           DISPLAY "SAMPLE SIZE '" AC-SAMPLE-SIZE
                            "' INVALID - SAMPLING 10 GAMES PER RUN"
                       END-IF
                       IF AC-SAMPLE-SEED IS NUMERIC THEN
                           MOVE AC-SAMPLE-SEED TO WS-SAMPLE-SEED
                       END-IF
               END-READ
               CLOSE AUD-CTL-FILE
           END-IF
           IF WS-SAMPLE-SIZE > WS-SAMPLE-MAX THEN
               MOVE WS-SAMPLE-MAX TO WS-SAMPLE-SIZE
               MOVE "Y" TO WS-SIZE-CAPPED
           END-IF
           *>Park-Miller needs a state of 1 to 2**31 - 2.
           IF WS-SAMPLE-SEED = 0 THEN
               ACCEPT WS-NOW-TIME-RAW FROM TIME
               COMPUTE WS-SAMPLE-SEED = WS-NOW-TIME-RAW + 1
           END-IF
           MOVE WS-SAMPLE-SEED TO WS-PM-STATE.

      *>***************************************************************

      *>********************* Run control section *********************

       AUDIT_RUN_LOOP.
           READ RUNMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RM-EOF
               NOT AT END
                   PERFORM AUDIT_ONE_RUN
           END-READ.

      *>Ledger first: the sample is picked from the ledger rows, so
      *>a run the ledger cannot serve is not tested and has no
      *>sample. A run whose deals cannot be dealt again still has
      *>its sample picked, and every sampled game is counted as not
      *>tested with the reason.
       AUDIT_ONE_RUN.
           ADD 1 TO WS-RUNS-READ
           MOVE "Y" TO WS-RUN-OK
           MOVE SPACES TO WS-RUN-REASON
           MOVE SPACES TO WS-MERGE-STATE
           MOVE 0 TO WS-SAMPLE-COUNT
           MOVE 0 TO WS-SEG-COUNT
           MOVE 0 TO WS-ROW-COUNT
           MOVE RM-RUN-ID TO WS-RUN-ID
           MOVE RM-RUN-DATE TO WS-RUN-DATE
           MOVE RM-DECK-PROFILE TO WS-RUN-PROFILE
           MOVE RM-DECK-SIZE TO WS-RUN-DECK-SIZE
           IF RM-MATCH-RULE = "S" OR RM-MATCH-RULE = "V" THEN
               MOVE RM-MATCH-RULE TO WS-MATCH-RULE
           ELSE
               MOVE "B" TO WS-MATCH-RULE
           END-IF
           DISPLAY "AUDITING RUN '" WS-RUN-ID "' OF " WS-RUN-DATE

           PERFORM BUILD_DATASET_NAMES
           PERFORM VERIFY_LEDGER_TRAILER
           IF WS-RUN-OK-YES THEN
               PERFORM SCAN_LEDGER_SEGMENTS
           END-IF
           IF WS-RUN-OK-YES THEN
               PERFORM PICK_SAMPLE
               PERFORM CAPTURE_SAMPLE_ROWS
               PERFORM FIND_REGISTRY_MODE
           END-IF
           IF WS-RUN-OK-YES THEN
               PERFORM LOAD_DECK_CONFIG
           END-IF
           IF WS-RUN-OK-YES THEN
               PERFORM INIT_DECK
               IF WS-RUN-DECK-SIZE > 0
                AND WS-RUN-DECK-SIZE NOT = WS-DECK_SIZE THEN
                   MOVE "N" TO WS-RUN-OK
                   MOVE SPACES TO WS-RUN-REASON
                   STRING "DECK CONFIG GIVES A " DELIMITED BY SIZE
                       WS-DECK_SIZE DELIMITED BY SIZE
                       "-CARD DECK, THE RUN PLAYED " DELIMITED BY SIZE
                       WS-RUN-DECK-SIZE DELIMITED BY SIZE
                       " CARDS" DELIMITED BY SIZE
                       INTO WS-RUN-REASON
               END-IF
           END-IF

           IF WS-RUN-OK-YES THEN
               PERFORM REPLAY_SAMPLE
               PERFORM COMPARE_MERGE_SEQUENCES
           ELSE
               PERFORM MARK_SAMPLE_NOT_TESTED
                   VARYING SX FROM 1 BY 1 UNTIL SX > WS-SAMPLE-COUNT
           END-IF

           PERFORM WRITE_RUN_CERTIFICATION.

       MARK_SAMPLE_NOT_TESTED.
           MOVE "N" TO SM-RESULT(SX)
           MOVE 0 TO SM-RERUN-K(SX).

      *>***************************************************************

      *>****************** Dataset naming section *********************
      *>Mirrors BUILD_DATASET_NAMES in SOLITAIRE_PLAY_N_GAMES.

       BUILD_DATASET_NAMES.
           IF WS-RUN-ID = SPACES THEN
               MOVE "GAMELOG.DAT" TO WS-LEDGER-DSN
           ELSE
               MOVE SPACES TO WS-LEDGER-DSN
               STRING "GAMELOG_" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-LEDGER-DSN
           END-IF.

      *>***************************************************************

      *>****************** Trailer verification section ***************

       VERIFY_LEDGER_TRAILER.
           MOVE 0 TO WS-VFY-COUNT
           MOVE 0 TO WS-VFY-HASH
           MOVE "N" TO WS-VFY-T-SEEN
           MOVE "N" TO WS-VFY-LAST-T
           MOVE 0 TO WS-VFY-T-COUNT
           MOVE 0 TO WS-VFY-T-HASH
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00" THEN
               MOVE "N" TO WS-RUN-OK
               MOVE SPACES TO WS-RUN-REASON
               STRING "LEDGER " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LEDGER-DSN) DELIMITED BY SIZE
                   " NOT FOUND - STATUS " DELIMITED BY SIZE
                   WS-LEDGER-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-RUN-REASON
           ELSE
               MOVE "N" TO WS-VFY-EOF
               PERFORM VERIFY_LEDGER_LOOP UNTIL WS-VFY-EOF-YES
               CLOSE LEDGER-FILE
               EVALUATE TRUE
                   WHEN WS-VFY-T-SEEN = "N"
                       DISPLAY "NOTE: " FUNCTION TRIM(WS-LEDGER-DSN)
                        " IS NOT SEALED (NO INTEGRITY TRAILER)"
                   WHEN WS-VFY-LAST-T = "N"
                    OR WS-VFY-COUNT NOT = WS-VFY-T-COUNT
                    OR WS-VFY-HASH NOT = WS-VFY-T-HASH
                       MOVE "N" TO WS-RUN-OK
                       MOVE SPACES TO WS-RUN-REASON
                       STRING "LEDGER " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-LEDGER-DSN)
                           DELIMITED BY SIZE
                           " FAILS ITS INTEGRITY TRAILER"
                           DELIMITED BY SIZE
                           INTO WS-RUN-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       VERIFY_LEDGER_LOOP.
           READ LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-VFY-EOF
               NOT AT END
                   IF LEDGER-RECORD(1:8) = "*TRAILER" THEN
                       MOVE "Y" TO WS-VFY-T-SEEN
                       MOVE "Y" TO WS-VFY-LAST-T
                       MOVE LEDGER-RECORD(9:8) TO WS-VFY-T-COUNT
                       MOVE LEDGER-RECORD(17:8) TO WS-VFY-T-HASH
                   ELSE
                       MOVE "N" TO WS-VFY-LAST-T
                       ADD 1 TO WS-VFY-COUNT
                       COMPUTE WS-VFY-HASH = FUNCTION
                        MOD(WS-VFY-HASH + LG-GAME-NUM, 100000000)
                   END-IF
           END-READ.

      *>***************************************************************

      *>********************* Seed segment section ********************
      *>A new LG-SEED starts a segment, as in SOLITAIRE_GAME_RERUN's
      *>FIND_LEDGER_SEGMENT. The run's rows must rise in game order -
      *>the re-play walks the games forward, so a row it has already
      *>passed could not be placed in the stream.

       SCAN_LEDGER_SEGMENTS.
           MOVE 0 TO WS-PREV-SEED
           MOVE 0 TO WS-PREV-GAME
           OPEN INPUT LEDGER-FILE
           MOVE "N" TO WS-LEDGER-EOF
           PERFORM SCAN_LEDGER_SEGMENTS_LOOP UNTIL WS-LEDGER-EOF-YES
           CLOSE LEDGER-FILE
           IF WS-RUN-OK-YES AND WS-ROW-COUNT = 0 THEN
               MOVE "N" TO WS-RUN-OK
               MOVE SPACES TO WS-RUN-REASON
               STRING "NO ROWS FOR THE RUN ON " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LEDGER-DSN) DELIMITED BY SIZE
                   " (ARCHIVED?)" DELIMITED BY SIZE
                   INTO WS-RUN-REASON
           END-IF.

       SCAN_LEDGER_SEGMENTS_LOOP.
           READ LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF
               NOT AT END
                   *>Trailer test first - a trailer's hash digits sit
                   *>where LG-RUN-ID lives.
                   IF LEDGER-RECORD(1:8) NOT = "*TRAILER"
                    AND LG-RUN-ID = WS-RUN-ID THEN
                       PERFORM SCAN_LEDGER_ROW
                   END-IF
           END-READ.

       SCAN_LEDGER_ROW.
           ADD 1 TO WS-ROW-COUNT
           IF WS-ROW-COUNT > 1 AND LG-GAME-NUM NOT > WS-PREV-GAME THEN
               MOVE "N" TO WS-RUN-OK
               MOVE SPACES TO WS-RUN-REASON
               STRING "LEDGER ROWS OUT OF GAME ORDER AT GAME "
                   DELIMITED BY SIZE
                   LG-GAME-NUM DELIMITED BY SIZE
                   INTO WS-RUN-REASON
               MOVE "Y" TO WS-LEDGER-EOF
           ELSE
               IF WS-ROW-COUNT = 1 OR LG-SEED NOT = WS-PREV-SEED THEN
                   IF WS-SEG-COUNT >= WS-SEG-MAX THEN
                       MOVE "N" TO WS-RUN-OK
                       MOVE "MORE THAN 100 SEED SEGMENTS"
                        TO WS-RUN-REASON
                       MOVE "Y" TO WS-LEDGER-EOF
                   ELSE
                       ADD 1 TO WS-SEG-COUNT
                       SET GX TO WS-SEG-COUNT
                       MOVE LG-SEED TO SG-SEED(GX)
                       MOVE LG-GAME-NUM TO SG-FIRST-GAME(GX)
                       MOVE WS-ROW-COUNT TO SG-FIRST-ORD(GX)
                   END-IF
               END-IF
               MOVE WS-ROW-COUNT TO SG-LAST-ORD(GX)
               MOVE LG-SEED TO WS-PREV-SEED
               MOVE LG-GAME-NUM TO WS-PREV-GAME
           END-IF.

      *>***************************************************************

      *>************************ Sample section ***********************
      *>The sample is a list of ledger-row ordinals kept in ascending
      *>order, so one more pass over the ledger picks the rows up.

       PICK_SAMPLE.
           PERFORM ADD_SEGMENT_ENDS
               VARYING GX FROM 1 BY 1 UNTIL GX > WS-SEG-COUNT
           MOVE WS-SAMPLE-SIZE TO WS-SAMPLE-TARGET
           IF WS-SAMPLE-TARGET > WS-ROW-COUNT THEN
               MOVE WS-ROW-COUNT TO WS-SAMPLE-TARGET
           END-IF
           PERFORM ADD_RANDOM_GAME
               UNTIL WS-SAMPLE-COUNT >= WS-SAMPLE-TARGET.

       ADD_SEGMENT_ENDS.
           MOVE SG-FIRST-ORD(GX) TO WS-NEW-ORDINAL
           PERFORM INSERT_SAMPLE_ORDINAL
           MOVE SG-LAST-ORD(GX) TO WS-NEW-ORDINAL
           PERFORM INSERT_SAMPLE_ORDINAL.

       ADD_RANDOM_GAME.
           PERFORM NEXT_PARK_MILLER
           COMPUTE WS-NEW-ORDINAL =
            FUNCTION MOD(WS-PM-STATE, WS-ROW-COUNT) + 1
           PERFORM INSERT_SAMPLE_ORDINAL.

       NEXT_PARK_MILLER.
           COMPUTE WS-PM-STATE =
            FUNCTION MOD(WS-PM-STATE * 16807, 2147483647).

       INSERT_SAMPLE_ORDINAL.
           MOVE "N" TO WS-INS-FOUND
           MOVE "N" TO WS-INS-DUP
           MOVE 1 TO WS-INS-AT
           PERFORM FIND_INSERT_POINT
               UNTIL WS-INS-FOUND-YES OR WS-INS-AT > WS-SAMPLE-COUNT
           IF NOT WS-INS-DUP-YES
            AND WS-SAMPLE-COUNT < WS-SAMPLE-MAX THEN
               PERFORM VARYING WS-SHIFT-IX FROM WS-SAMPLE-COUNT BY -1
                UNTIL WS-SHIFT-IX < WS-INS-AT
                   MOVE WS-SAMPLE-ENTRY(WS-SHIFT-IX) TO
                    WS-SAMPLE-ENTRY(WS-SHIFT-IX + 1)
               END-PERFORM
               MOVE SPACES TO WS-SAMPLE-ENTRY(WS-INS-AT)
               MOVE WS-NEW-ORDINAL TO SM-ORDINAL(WS-INS-AT)
               MOVE 0 TO SM-GAME(WS-INS-AT)
               MOVE 0 TO SM-SEG(WS-INS-AT)
               MOVE 0 TO SM-LEDGER-K(WS-INS-AT)
               MOVE 0 TO SM-RERUN-K(WS-INS-AT)
               ADD 1 TO WS-SAMPLE-COUNT
           END-IF.

       FIND_INSERT_POINT.
           IF SM-ORDINAL(WS-INS-AT) >= WS-NEW-ORDINAL THEN
               MOVE "Y" TO WS-INS-FOUND
               IF SM-ORDINAL(WS-INS-AT) = WS-NEW-ORDINAL THEN
                   MOVE "Y" TO WS-INS-DUP
               END-IF
           ELSE
               ADD 1 TO WS-INS-AT
           END-IF.

       CAPTURE_SAMPLE_ROWS.
           MOVE 1 TO WS-CAP-IX
           MOVE 0 TO WS-CAP-ORD
           MOVE 0 TO WS-CAP-SEG
           MOVE 0 TO WS-PREV-SEED
           OPEN INPUT LEDGER-FILE
           MOVE "N" TO WS-LEDGER-EOF
           PERFORM CAPTURE_SAMPLE_ROWS_LOOP UNTIL WS-LEDGER-EOF-YES
            OR WS-CAP-IX > WS-SAMPLE-COUNT
           CLOSE LEDGER-FILE.

       CAPTURE_SAMPLE_ROWS_LOOP.
           READ LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF
               NOT AT END
                   IF LEDGER-RECORD(1:8) NOT = "*TRAILER"
                    AND LG-RUN-ID = WS-RUN-ID THEN
                       ADD 1 TO WS-CAP-ORD
                       IF WS-CAP-ORD = 1 OR LG-SEED NOT = WS-PREV-SEED
                       THEN
                           ADD 1 TO WS-CAP-SEG
                           MOVE LG-SEED TO WS-PREV-SEED
                       END-IF
                       IF WS-CAP-ORD = SM-ORDINAL(WS-CAP-IX) THEN
                           MOVE LG-GAME-NUM TO SM-GAME(WS-CAP-IX)
                           MOVE LG-FINAL-K TO SM-LEDGER-K(WS-CAP-IX)
                           MOVE WS-CAP-SEG TO SM-SEG(WS-CAP-IX)
                           ADD 1 TO WS-CAP-IX
                       END-IF
                   END-IF
           END-READ.

      *>***************************************************************

      *>****************** Run attribute lookup section ***************
      *>Seed mode from the run's last RUNREG.DAT entry - a deal-mode
      *>run played supplied decks, not shuffles. A run the registry
      *>does not know (matrix cells) is taken as shuffled.

       FIND_REGISTRY_MODE.
           MOVE SPACE TO WS-RUN-SEED-MODE
           OPEN INPUT REG-FILE
           IF WS-REG-FILE-STATUS NOT = "00" THEN
               IF WS-REG-NOTED = "N" THEN
                   MOVE "Y" TO WS-REG-NOTED
                   DISPLAY "RUN REGISTRY (RUNREG.DAT) NOT AVAILABLE - "
                    "STATUS " WS-REG-FILE-STATUS
                    " - SEED MODES NOT CHECKED"
                   IF WS-JOB-SEVERITY < 4 THEN
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
               END-IF
           ELSE
               MOVE "N" TO WS-REG-EOF
               PERFORM FIND_REGISTRY_MODE_LOOP UNTIL WS-REG-EOF-YES
               CLOSE REG-FILE
           END-IF
           IF WS-RUN-SEED-MODE = "D" THEN
               MOVE "N" TO WS-RUN-OK
               MOVE "DEAL-MODE RUN (SEED MODE D) - SUPPLIED DEALS HAVE "
                & "NO SHUFFLE TO RE-DERIVE" TO WS-RUN-REASON
           END-IF.

       FIND_REGISTRY_MODE_LOOP.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-REG-EOF
               NOT AT END
                   IF RR-RUN-ID = WS-RUN-ID THEN
                       MOVE RR-SEED-MODE TO WS-RUN-SEED-MODE
                   END-IF
           END-READ.

      *>***************************************************************

      *>********************* Initialize section **********************
      *>Same deck config load and deck build as
      *>SOLITAIRE_PLAY_N_GAMES; a profile that cannot be dealt stops
      *>this run, not the job.

       LOAD_DECK_CONFIG.
           MOVE 10 TO WS-VALUES_PER_SUIT
           MOVE "CLUBS "  TO WS-SUITS(1)
           MOVE "SWORDS"  TO WS-SUITS(2)
           MOVE "COINS "  TO WS-SUITS(3)
           MOVE "CUPS  "  TO WS-SUITS(4)

           IF WS-RUN-PROFILE NOT = SPACES THEN
               PERFORM LOAD_DECK_PROFILE
           ELSE
               PERFORM LOAD_DECK_CONFIG_FILE
           END-IF

           COMPUTE WS-DECK_SIZE = 4 * WS-VALUES_PER_SUIT.

       LOAD_DECK_PROFILE.
           OPEN INPUT DECKPROF-FILE
           IF WS-PROF-STATUS NOT = "00" THEN
               MOVE "N" TO WS-RUN-OK
               MOVE "DECK PROFILE CATALOG (DECKPROF.DAT) NOT AVAILABLE"
                TO WS-RUN-REASON
           ELSE
               MOVE WS-RUN-PROFILE TO DP-PROFILE-ID
               READ DECKPROF-FILE
                   INVALID KEY
                       MOVE "N" TO WS-RUN-OK
                       MOVE SPACES TO WS-RUN-REASON
                       STRING "DECK PROFILE '" DELIMITED BY SIZE
                           WS-RUN-PROFILE DELIMITED BY SIZE
                           "' NOT IN THE CATALOG" DELIMITED BY SIZE
                           INTO WS-RUN-REASON
                   NOT INVALID KEY
                       IF DP-VALUES-PER-SUIT = 0
                        OR DP-VALUES-PER-SUIT > 13 THEN
                           MOVE "N" TO WS-RUN-OK
                           MOVE "DECK PROFILE VALUES-PER-SUIT OUT OF "
                            & "RANGE" TO WS-RUN-REASON
                       ELSE
                           MOVE DP-VALUES-PER-SUIT TO
                            WS-VALUES_PER_SUIT
                           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
                               MOVE DP-SUIT-NAME(I) TO WS-SUITS(I)
                           END-PERFORM
                       END-IF
               END-READ
               CLOSE DECKPROF-FILE
           END-IF.

       LOAD_DECK_CONFIG_FILE.
           OPEN INPUT CFG-FILE
           IF WS-CFG-FILE-STATUS = "00" THEN
               READ CFG-FILE
                   AT END
                       DISPLAY "DECK CONFIG FILE EMPTY - USING "
                        "ITALIAN DEFAULT"
                   NOT AT END
                       MOVE CFG-RECORD(1:2) TO WS-VALUES_PER_SUIT
                       IF WS-VALUES_PER_SUIT = 0
                        OR WS-VALUES_PER_SUIT > 13 THEN
                           DISPLAY "DECK CONFIG VALUES-PER-SUIT "
                            WS-VALUES_PER_SUIT
                            " OUT OF RANGE (1-13) - USING ITALIAN "
                            "DEFAULT"
                           MOVE 10 TO WS-VALUES_PER_SUIT
                       ELSE
                           PERFORM LOAD_DECK_CONFIG_SUITS_LOOP
                            VARYING I FROM 1 BY 1 UNTIL I > 4
                       END-IF
               END-READ
               CLOSE CFG-FILE
           ELSE
               DISPLAY "NO DECK CONFIG FILE FOUND - USING ITALIAN "
                "DEFAULT"
           END-IF.

       LOAD_DECK_CONFIG_SUITS_LOOP.
           READ CFG-FILE
               AT END
                   DISPLAY "DECK CONFIG FILE TRUNCATED - KEEPING "
                    "DEFAULT SUIT " I
               NOT AT END
                   MOVE CFG-RECORD TO WS-SUITS(I)
           END-READ.

       INIT_DECK.
           MOVE 1 TO VALUE_INDEX
           PERFORM INIT_DECK_SUIT_LOOP VARYING I FROM 1 BY 1
               UNTIL I > 4.

       INIT_DECK_SUIT_LOOP.
           PERFORM INIT_DECK_VALUE_LOOP VARYING J FROM 1 BY 1
               UNTIL J > WS-VALUES_PER_SUIT.

       INIT_DECK_VALUE_LOOP.
           MOVE WS-SUITS(I) TO WS-SUIT(VALUE_INDEX)
           MOVE J TO WS-VALUE(VALUE_INDEX)
           ADD 1 TO VALUE_INDEX.

      *>***************************************************************

      *>*********************** Re-play section ***********************
      *>Sampled games are taken in ledger order. Entering a new
      *>segment reseeds exactly as SOLITAIRE_PLAY_N_GAMES does (the
      *>seeding call's own return value discarded) and restarts at
      *>the segment's first game; every game up to the sampled one is
      *>played, so each shuffle draws what the original run drew -
      *>games a deck-validation abort left off the ledger included.
      *>The scratch move log is emptied first, so after the re-play
      *>it holds this run's rebuilt merges only.

       REPLAY_SAMPLE.
           MOVE "Y" TO WS-SMV-OK
           OPEN OUTPUT SAMPLE-MOVE-FILE
           IF WS-SMV-FILE-STATUS = "00" THEN
               CLOSE SAMPLE-MOVE-FILE
           ELSE
               DISPLAY "SCRATCH MOVE LOG (MOVELOG_SAMPLE.DAT) NOT "
                "RESET - STATUS " WS-SMV-FILE-STATUS
               MOVE "N" TO WS-SMV-OK
           END-IF
           MOVE WS-AUDIT-ERR-COUNT TO WS-AUDIT-ERR-START
           MOVE 0 TO WS-CUR-SEG
           MOVE 0 TO WS-STAT_BOOL
           PERFORM REPLAY_SAMPLED_GAME
               VARYING SX FROM 1 BY 1 UNTIL SX > WS-SAMPLE-COUNT
           PERFORM CLOSE_SAMPLE_AUDIT
           IF WS-AUDIT-ERR-COUNT NOT = WS-AUDIT-ERR-START THEN
               MOVE "N" TO WS-SMV-OK
           END-IF.

       REPLAY_SAMPLED_GAME.
           IF SM-SEG(SX) NOT = WS-CUR-SEG THEN
               MOVE SM-SEG(SX) TO WS-CUR-SEG
               SET GX TO WS-CUR-SEG
               COMPUTE WS-RANDOM_VALUE_INT ROUNDED =
                FUNCTION RANDOM(SG-SEED(GX))
               MOVE SG-FIRST-GAME(GX) TO WS-NEXT-GAME
           END-IF
           PERFORM PLAY_NEXT_GAME UNTIL WS-NEXT-GAME > SM-GAME(SX)
           EVALUATE TRUE
               WHEN WS-DECK-ABORT = 1
                   MOVE 0 TO SM-RERUN-K(SX)
                   MOVE "M" TO SM-RESULT(SX)
                   MOVE "RE-RUN ABORTED ON DECK VALIDATION"
                    TO SM-REASON(SX)
               WHEN WS-FINAL-K NOT = SM-LEDGER-K(SX)
                   MOVE WS-FINAL-K TO SM-RERUN-K(SX)
                   MOVE "M" TO SM-RESULT(SX)
                   MOVE "FINAL PILE COUNT DIFFERS FROM LG-FINAL-K"
                    TO SM-REASON(SX)
               WHEN OTHER
                   MOVE WS-FINAL-K TO SM-RERUN-K(SX)
                   MOVE "R" TO SM-RESULT(SX)
           END-EVALUATE.

       PLAY_NEXT_GAME.
           MOVE WS-NEXT-GAME TO WS-PLAY-GAME-NUM
           PERFORM PLAY_ONE_GAME
           ADD 1 TO WS-NEXT-GAME.

      *>CALLs SOLITAIRE exactly the way SOLITAIRE_GAME_RERUN's
      *>PLAY_ONE_GAME does.
       PLAY_ONE_GAME.
           MOVE 0 TO WS-DECK-ABORT
           CALL 'SOLITAIRE' USING BY CONTENT WS-SUIT-TABLE, BY CONTENT
            WS-DECK, BY CONTENT WS-BOQUETS-DECK,
            BY CONTENT WS-DUMMY-CARD, BY CONTENT WS-RANDOM_VALUE_INT,
            BY CONTENT WS-PRINT_IND, BY CONTENT WS-PLAY_IND, BY CONTENT
            WS-MOVE_IND, WS-STAT_BOOL, BY REFERENCE WS-STAT-TABLE,
            BY CONTENT WS-DECK_SIZE, BY CONTENT WS-PLAY-GAME-NUM,
            BY CONTENT WS-SAMPLE-RUN-ID, BY REFERENCE WS-DECK-ABORT,
            BY REFERENCE WS-FINAL-K, BY CONTENT WS-CLOSE-AUDIT,
            BY CONTENT WS-MATCH-RULE,
            BY REFERENCE WS-AUDIT-ERR-COUNT.

      *>SOLITAIRE opens its audit file lazily and only closes (and
      *>seals) it on this one-shot signal.
       CLOSE_SAMPLE_AUDIT.
           MOVE 1 TO WS-CLOSE-AUDIT
           CALL 'SOLITAIRE' USING BY CONTENT WS-SUIT-TABLE, BY CONTENT
            WS-DECK, BY CONTENT WS-BOQUETS-DECK,
            BY CONTENT WS-DUMMY-CARD, BY CONTENT WS-RANDOM_VALUE_INT,
            BY CONTENT WS-PRINT_IND, BY CONTENT WS-PLAY_IND, BY CONTENT
            WS-MOVE_IND, WS-STAT_BOOL, BY REFERENCE WS-STAT-TABLE,
            BY CONTENT WS-DECK_SIZE, BY CONTENT WS-PLAY-GAME-NUM,
            BY CONTENT WS-SAMPLE-RUN-ID, BY REFERENCE WS-DECK-ABORT,
            BY REFERENCE WS-FINAL-K, BY CONTENT WS-CLOSE-AUDIT,
            BY CONTENT WS-MATCH-RULE,
            BY REFERENCE WS-AUDIT-ERR-COUNT
           MOVE 0 TO WS-CLOSE-AUDIT.

      *>***************************************************************

      *>******************** Merge comparison section *****************
      *>Only games whose final K already reproduced are compared. The
      *>scratch log is read once, forward: its games rise like the
      *>sample's, so each sampled game's merges are gathered by
      *>skipping the fast-forward games in between. The index is read
      *>with a keyed START per game, as SOLITAIRE_REPLAY does.

       OPEN_MOVE_INDEX.
           OPEN INPUT MOVEIDX-FILE
           EVALUATE WS-MOVEIDX-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-MI-OPEN
               WHEN "35"
                   MOVE "NO INDEX" TO WS-MI-JOB-STATE
                   MOVE "NOTE: MOVE INDEX (MOVEIDX.DAT) NOT BUILT - "
                    & "FINAL PILE COUNTS ONLY" TO AUD-RPT-LINE
                   WRITE AUD-RPT-LINE
               WHEN OTHER
                   MOVE "UNAVAILABLE" TO WS-MI-JOB-STATE
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING "NOTE: MOVE INDEX (MOVEIDX.DAT) NOT "
                       DELIMITED BY SIZE
                       "AVAILABLE - STATUS " DELIMITED BY SIZE
                       WS-MOVEIDX-STATUS DELIMITED BY SIZE
                       " - MERGES NOT CHECKED" DELIMITED BY SIZE
                       INTO WS-RPT-DETAIL
                   MOVE WS-RPT-DETAIL TO AUD-RPT-LINE
                   WRITE AUD-RPT-LINE
                   MOVE 4 TO WS-JOB-SEVERITY
           END-EVALUATE.

       COMPARE_MERGE_SEQUENCES.
           IF NOT WS-MI-OPEN-YES THEN
               MOVE WS-MI-JOB-STATE TO WS-MERGE-STATE
           ELSE
               MOVE WS-RUN-ID TO MI-RUN-ID
               MOVE 0 TO MI-GAME-NUM
               MOVE 0 TO MI-SEQ-NUM
               MOVE "NOT INDEXED" TO WS-MERGE-STATE
               START MOVEIDX-FILE KEY IS >= MI-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ MOVEIDX-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF MI-RUN-ID = WS-RUN-ID THEN
                                   MOVE SPACES TO WS-MERGE-STATE
                               END-IF
                       END-READ
               END-START
           END-IF
           IF WS-MERGE-STATE = SPACES THEN
               IF NOT WS-SMV-OK-YES THEN
                   MOVE "NOT CHECKED" TO WS-MERGE-STATE
               ELSE
                   OPEN INPUT SAMPLE-MOVE-FILE
                   IF WS-SMV-FILE-STATUS NOT = "00" THEN
                       MOVE "NOT CHECKED" TO WS-MERGE-STATE
                   ELSE
                       MOVE "N" TO WS-SMV-EOF
                       PERFORM READ_SAMPLE_MOVE
                       PERFORM COMPARE_ONE_GAME VARYING SX FROM 1 BY 1
                           UNTIL SX > WS-SAMPLE-COUNT
                       CLOSE SAMPLE-MOVE-FILE
                       MOVE "CHECKED" TO WS-MERGE-STATE
                   END-IF
               END-IF
           END-IF.

       COMPARE_ONE_GAME.
           PERFORM READ_SAMPLE_MOVE
               UNTIL WS-SMV-EOF-YES OR AU-GAME-NUM >= SM-GAME(SX)
           MOVE 0 TO WS-RB-COUNT
           PERFORM COLLECT_REBUILT_MOVE
               UNTIL WS-SMV-EOF-YES OR AU-GAME-NUM NOT = SM-GAME(SX)
           IF SM-RESULT(SX) = "R" THEN
               PERFORM CHECK_INDEXED_MOVES
           END-IF.

       COLLECT_REBUILT_MOVE.
           IF WS-RB-COUNT < 60 THEN
               ADD 1 TO WS-RB-COUNT
               MOVE AU-SEQ-NUM TO RB-SEQ-NUM(WS-RB-COUNT)
               MOVE AU-ACTION TO RB-ACTION(WS-RB-COUNT)
               MOVE AU-FROM-PILE TO RB-FROM-PILE(WS-RB-COUNT)
               MOVE AU-TO-PILE TO RB-TO-PILE(WS-RB-COUNT)
           END-IF
           PERFORM READ_SAMPLE_MOVE.

      *>Next move record, integrity trailers skipped.
       READ_SAMPLE_MOVE.
           MOVE "Y" TO WS-SMV-SKIP
           PERFORM READ_SAMPLE_MOVE_RECORD UNTIL NOT WS-SMV-SKIP-YES.

       READ_SAMPLE_MOVE_RECORD.
           READ SAMPLE-MOVE-FILE
               AT END
                   MOVE "Y" TO WS-SMV-EOF
                   MOVE "N" TO WS-SMV-SKIP
               NOT AT END
                   IF AU-RUN-ID NOT = "*TRAILER" THEN
                       MOVE "N" TO WS-SMV-SKIP
                   END-IF
           END-READ.

       CHECK_INDEXED_MOVES.
           MOVE 0 TO WS-IX-COUNT
           MOVE 0 TO WS-DIFF-AT
           MOVE "N" TO WS-MI-EOF
           MOVE WS-RUN-ID TO MI-RUN-ID
           MOVE SM-GAME(SX) TO MI-GAME-NUM
           MOVE 0 TO MI-SEQ-NUM
           START MOVEIDX-FILE KEY IS >= MI-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MI-EOF
           END-START
           PERFORM READ_INDEXED_MOVE UNTIL WS-MI-EOF-YES
           IF WS-DIFF-AT = 0 AND WS-IX-COUNT < WS-RB-COUNT THEN
               COMPUTE WS-DIFF-AT = WS-IX-COUNT + 1
           END-IF
           IF WS-DIFF-AT > 0 THEN
               MOVE "M" TO SM-RESULT(SX)
               MOVE SPACES TO SM-REASON(SX)
               STRING "MERGES DIFFER FROM MOVEIDX AT MOVE "
                   DELIMITED BY SIZE
                   WS-DIFF-AT DELIMITED BY SIZE
                   " (REBUILT " DELIMITED BY SIZE
                   WS-RB-COUNT DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO SM-REASON(SX)
           END-IF.

       READ_INDEXED_MOVE.
           READ MOVEIDX-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MI-EOF
               NOT AT END
                   IF MI-RUN-ID NOT = WS-RUN-ID
                    OR MI-GAME-NUM NOT = SM-GAME(SX) THEN
                       MOVE "Y" TO WS-MI-EOF
                   ELSE
                       ADD 1 TO WS-IX-COUNT
                       IF WS-DIFF-AT = 0 THEN
                           IF WS-IX-COUNT > WS-RB-COUNT THEN
                               MOVE WS-IX-COUNT TO WS-DIFF-AT
                           ELSE
                               IF MI-SEQ-NUM NOT =
                                   RB-SEQ-NUM(WS-IX-COUNT)
                                OR MI-ACTION NOT =
                                   RB-ACTION(WS-IX-COUNT)
                                OR MI-FROM-PILE NOT =
                                   RB-FROM-PILE(WS-IX-COUNT)
                                OR MI-TO-PILE NOT =
                                   RB-TO-PILE(WS-IX-COUNT) THEN
                                   MOVE WS-IX-COUNT TO WS-DIFF-AT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>***************************************************************

      *>********************** Report section *************************

       WRITE_RUN_CERTIFICATION.
           MOVE 0 TO WS-RUN-REPRO
           MOVE 0 TO WS-RUN-MISMATCH
           MOVE 0 TO WS-RUN-NOT-TESTED
           PERFORM TALLY_SAMPLED_GAME
               VARYING SX FROM 1 BY 1 UNTIL SX > WS-SAMPLE-COUNT
           EVALUATE TRUE
               WHEN NOT WS-RUN-OK-YES
                   MOVE "NOT TESTED" TO WS-RUN-VERDICT
                   ADD 1 TO WS-RUNS-NOT-TESTED
                   IF WS-JOB-SEVERITY < 4 THEN
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
               WHEN WS-RUN-MISMATCH > 0
                   MOVE "FAILED" TO WS-RUN-VERDICT
                   ADD 1 TO WS-RUNS-FAILED
                   MOVE 8 TO WS-JOB-SEVERITY
               WHEN OTHER
                   MOVE "CERTIFIED" TO WS-RUN-VERDICT
                   ADD 1 TO WS-RUNS-CERTIFIED
           END-EVALUATE
           IF WS-MERGE-STATE = "NOT CHECKED"
            OR WS-MERGE-STATE = "UNAVAILABLE" THEN
               IF WS-JOB-SEVERITY < 4 THEN
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF
           IF WS-MERGE-STATE = SPACES THEN
               MOVE "-" TO WS-MERGE-STATE
           END-IF
           ADD WS-SAMPLE-COUNT TO WS-TOT-SAMPLED
           ADD WS-RUN-REPRO TO WS-TOT-REPRO
           ADD WS-RUN-MISMATCH TO WS-TOT-MISMATCH
           ADD WS-RUN-NOT-TESTED TO WS-TOT-NOT-TESTED

           MOVE SPACES TO WS-RPT-DETAIL
           STRING WS-RUN-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RUN-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RM-NUM-GAMES DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-SEG-COUNT DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-SAMPLE-COUNT DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-RUN-REPRO DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-RUN-MISMATCH DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-RUN-NOT-TESTED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MERGE-STATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RUN-VERDICT DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE
           DISPLAY "RUN '" WS-RUN-ID "' " WS-RUN-VERDICT
            " - SAMPLED " WS-SAMPLE-COUNT " REPRODUCED " WS-RUN-REPRO
            " MISMATCHED " WS-RUN-MISMATCH

           IF NOT WS-RUN-OK-YES THEN
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "          NOT TESTED: " DELIMITED BY SIZE
                   WS-RUN-REASON DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO AUD-RPT-LINE
               WRITE AUD-RPT-LINE
               DISPLAY FUNCTION TRIM(WS-RPT-DETAIL)
           END-IF
           PERFORM WRITE_MISMATCH_LINE
               VARYING SX FROM 1 BY 1 UNTIL SX > WS-SAMPLE-COUNT.

       TALLY_SAMPLED_GAME.
           EVALUATE SM-RESULT(SX)
               WHEN "R"
                   ADD 1 TO WS-RUN-REPRO
               WHEN "M"
                   ADD 1 TO WS-RUN-MISMATCH
               WHEN OTHER
                   ADD 1 TO WS-RUN-NOT-TESTED
           END-EVALUATE.

       WRITE_MISMATCH_LINE.
           IF SM-RESULT(SX) = "M" THEN
               SET GX TO SM-SEG(SX)
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "          GAME " DELIMITED BY SIZE
                   SM-GAME(SX) DELIMITED BY SIZE
                   "  SEED " DELIMITED BY SIZE
                   SG-SEED(GX) DELIMITED BY SIZE
                   "  LEDGER K " DELIMITED BY SIZE
                   SM-LEDGER-K(SX) DELIMITED BY SIZE
                   "  RE-RUN K " DELIMITED BY SIZE
                   SM-RERUN-K(SX) DELIMITED BY SIZE
                   "  *** " DELIMITED BY SIZE
                   SM-REASON(SX) DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO AUD-RPT-LINE
               WRITE AUD-RPT-LINE
               DISPLAY FUNCTION TRIM(WS-RPT-DETAIL)
           END-IF.

       WRITE_AUDIT_TOTALS.
           MOVE SPACES TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "RUNS AUDITED " DELIMITED BY SIZE
               WS-RUNS-READ DELIMITED BY SIZE
               "   CERTIFIED " DELIMITED BY SIZE
               WS-RUNS-CERTIFIED DELIMITED BY SIZE
               "   FAILED " DELIMITED BY SIZE
               WS-RUNS-FAILED DELIMITED BY SIZE
               "   NOT TESTED " DELIMITED BY SIZE
               WS-RUNS-NOT-TESTED DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE
           DISPLAY FUNCTION TRIM(WS-RPT-DETAIL)
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "GAMES SAMPLED " DELIMITED BY SIZE
               WS-TOT-SAMPLED DELIMITED BY SIZE
               "   REPRODUCED " DELIMITED BY SIZE
               WS-TOT-REPRO DELIMITED BY SIZE
               "   MISMATCHED " DELIMITED BY SIZE
               WS-TOT-MISMATCH DELIMITED BY SIZE
               "   NOT TESTED " DELIMITED BY SIZE
               WS-TOT-NOT-TESTED DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE
           DISPLAY FUNCTION TRIM(WS-RPT-DETAIL)
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "RETURN-CODE " DELIMITED BY SIZE
               WS-JOB-SEVERITY DELIMITED BY SIZE
               " (8 = A SAMPLED GAME DID NOT REPRODUCE, 4 = A RUN "
               DELIMITED BY SIZE
               "OR ITS MERGES COULD NOT BE TESTED)" DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE.
