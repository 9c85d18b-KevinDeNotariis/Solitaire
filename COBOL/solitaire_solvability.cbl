       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLITAIRE_SOLVABILITY.
       AUTHOR. KEVIN DE NOTARIIS.
       DATE-WRITTEN. OCTOBER 15TH 2026.

      *>Solvability analysis: was each lost deal actually winnable?
      *>PLAY_GAME / PLAY always take the first collapse
      *>CHECK_PILE_MATCH finds, so a ledger row with LG-FINAL-K above
      *>the winning K only says the greedy order lost. This job
      *>re-derives every game's deal from the run's ledger seed the
      *>way SOLITAIRE_GAME_RERUN does (reseed on each LG-SEED
      *>segment, draw every shuffle of the segment in order, same
      *>deck profile and match rule as the run), replays the greedy
      *>order to prove the deal reproduced, and then searches every
      *>legal order of ADJ-MERGE / PLAY-MERGE choices for the best
      *>final K the deal allows.
      *>The search: a collapse at pile X (X matching X-2) always
      *>removes pile X-2, and a collapse never involves a card not
      *>yet dealt, so every order of play reaches exactly the piles
      *>that some order of removals on the fully dealt row reaches.
      *>The search walks those removals depth first with an explicit
      *>stack, in canonical order - after removing pile P the next
      *>removal is taken at P-2 or later, since a removal further
      *>left commutes with P and is reached by the order that takes
      *>it first. Piles already searched from the same or an earlier
      *>removal point are not searched again: each position reached
      *>is hashed (a fixed table of pseudo-random weights per card
      *>and pile position - FUNCTION RANDOM is never touched, so the
      *>shuffle stream stays in step) into a table stamped per deal.
      *>Every removal tried counts against the search
      *>cutoff, so a pathological deal cannot hang the batch window;
      *>a deal that runs out of cutoff before the search is done is
      *>UNDECIDED (its best K so far is still reported).
      *>The collapse loop stops at two piles (PLAY_GAME never looks
      *>below K = 3), so no game can finish on fewer than 2 - the
      *>winning K on the control card defaults to 2.
      *>Control dataset SOLVCTL.DAT, one record per run to analyse:
      *>  cols 1-8   run id (blank = unsuffixed GAMELOG.DAT)
      *>  cols 9-16  search cutoff, removals tried per deal
      *>             (default 250000)
      *>  cols 17-18 winning K (default 2)
      *>Per-game dataset SOLVLOG_<run-id>.DAT (SOLVLOG.DAT for a
      *>blank run id), rewritten and sealed with an integrity trailer
      *>(count + sum of game numbers mod 10**8) on every analysis:
      *>run id, game, greedy K, best K, verdict (WINNABLE /
      *>UNWINNABLE / UNDECIDED / NOT-REPRO), removals tried. NOT-REPRO
      *>means the local greedy replay did not land on LG-FINAL-K - the
      *>deal is not the one the run played, so nothing is claimed.
      *>The dataset is entered on the dataset catalog (DSCAT.DAT, see
      *>dscat.cpy) once sealed, so SOLITAIRE_VERIFY checks its seal.
      *>A run played from supplied deals (seed mode D on its last
      *>RUNREG.DAT entry) carries deal ids, not shuffle seeds, in
      *>LG-SEED - it has no shuffle stream to re-derive and is not
      *>analysed.
      *>Per-run summary report SOLVRPT.RPT. RETURN-CODE 8 when a run
      *>could not be analysed (no ledger, damaged ledger, deck
      *>mismatch, unknown profile, deal-mode run, per-game dataset
      *>not writable), 4 when any deal was UNDECIDED or NOT-REPRO or
      *>the run registry could not be read, 0 otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLV-CTL-FILE ASSIGN TO "SOLVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           *>Same deck config file SOLITAIRE_PLAY_N_GAMES plays from -
           *>the analysis must deal from the identical deck or the
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

           SELECT SOLV-FILE ASSIGN DYNAMIC WS-SOLV-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOLV-FILE-STATUS.

           SELECT STAT-HIST-FILE ASSIGN TO "STATHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT SOLV-RPT-FILE ASSIGN TO "SOLVRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           *>Run registry - the run's seed mode (see
           *>FIND_REGISTRY_MODE).
           SELECT REG-FILE ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           *>Dataset catalog (see dscat.cpy) - the per-game dataset
           *>is entered, or its seal count refreshed, once sealed.
           SELECT DSCAT-FILE ASSIGN TO "DSCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-DSN
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SOLV-CTL-FILE.
       01 SOLV-CTL-RECORD.
           02 SC-RUN-ID     PIC X(8).
           02 SC-CUTOFF     PIC 9(8).
           02 SC-WIN-K      PIC 99.
           02 FILLER        PIC X(62).

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

       *>One record per game analysed. The trailer shares the tag /
       *>count / hash layout of the ledger trailer.
       FD  SOLV-FILE.
       01 SOLV-RECORD.
           02 SV-RUN-ID    PIC X(8).
           02 SV-GAME-NUM  PIC 9(6).
           02 SV-GREEDY-K  PIC 99.
           02 SV-BEST-K    PIC 99.
           02 SV-VERDICT   PIC X(10).
           02 SV-TRIED     PIC 9(8).
       01 SOLV-TRAILER-RECORD.
           02 SVT-TAG      PIC X(8).
           02 SVT-COUNT    PIC 9(8).
           02 SVT-HASH     PIC 9(8).
           02 FILLER       PIC X(12).

       FD  STAT-HIST-FILE.
       COPY "statrec.cpy".

       FD  SOLV-RPT-FILE.
       01 SOLV-RPT-LINE PIC X(132).

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

       FD  DSCAT-FILE.
       COPY "dscat.cpy".

       WORKING-STORAGE SECTION.
           *>Deck shapes - same as SOLITAIRE_PLAY_N_GAMES. WS-DECK
           *>holds the ordered deck INIT_DECK builds; card number C
           *>below is the card INIT_DECK put at position C.
           01 WS-SUIT-TABLE.
               02 WS-SUITS PIC A(6) OCCURS 4 TIMES INDEXED BY I.

           01 WS-DECK.
               02 WS-CARDS OCCURS 52 TIMES INDEXED BY J.
                   03 WS-VALUE PIC 99.
                   03 WS-SUIT PIC A(6).

           01 VALUE_INDEX  PIC 99 VALUE 1.

           01 WS-VALUES_PER_SUIT PIC 99 VALUE 10.
           01 WS-DECK_SIZE       PIC 99 VALUE 40.

           01 WS-CTL-FILE-STATUS    PIC XX.
           01 WS-CFG-FILE-STATUS    PIC XX.
           01 WS-PROF-STATUS        PIC XX.
           01 WS-LEDGER-FILE-STATUS PIC XX.
           01 WS-SOLV-FILE-STATUS   PIC XX.
           01 WS-STAT-FILE-STATUS   PIC XX.
           01 WS-RPT-FILE-STATUS    PIC XX.
           01 WS-REG-FILE-STATUS    PIC XX.
           01 WS-CAT-STATUS         PIC XX.

           01 WS-CTL-EOF PIC X VALUE "N".
               88 WS-CTL-EOF-YES VALUE "Y".
           01 WS-LEDGER-EOF PIC X VALUE "N".
               88 WS-LEDGER-EOF-YES VALUE "Y".
           01 WS-STAT-EOF PIC X VALUE "N".
               88 WS-STAT-EOF-YES VALUE "Y".
           01 WS-STAT-FOUND PIC X VALUE "N".
               88 WS-STAT-FOUND-YES VALUE "Y".
           01 WS-REG-EOF PIC X VALUE "N".
               88 WS-REG-EOF-YES VALUE "Y".
           *>Set once the registry has been found unreadable, so the
           *>report says so once, not once per run.
           01 WS-REG-NOTED PIC X VALUE "N".
           *>Cleared as soon as anything stops the current run from
           *>being analysed; the reason goes on the report.
           01 WS-RUN-OK PIC X VALUE "Y".
               88 WS-RUN-OK-YES VALUE "Y".
           01 WS-RUN-REASON PIC X(60) VALUE SPACES.

           *>Control card values for the run in hand.
           01 WS-RUN-ID       PIC X(8) VALUE SPACES.
           01 WS-CUTOFF       PIC 9(8) VALUE 250000.
           01 WS-WIN-K        PIC 99 VALUE 2.
           01 WS-MATCH-RULE   PIC X VALUE "B".

           01 WS-LEDGER-DSN PIC X(24) VALUE "GAMELOG.DAT".
           01 WS-SOLV-DSN   PIC X(24) VALUE "SOLVLOG.DAT".

           01 WS-HIST-DECK-SIZE PIC 99 VALUE 0.
           01 WS-HIST-PROFILE   PIC X(8) VALUE SPACES.
           *>Seed mode from the run's last registry entry - SPACE
           *>when the registry cannot be read or does not hold it.
           01 WS-RUN-SEED-MODE  PIC X VALUE SPACE.

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

           *>Seal totals for the per-game dataset.
           01 WS-SOLV-COUNT  PIC 9(8) VALUE 0.
           01 WS-SOLV-HASH   PIC 9(8) VALUE 0.
           01 WS-SOLV-SEALED PIC X VALUE "N".
               88 WS-SOLV-SEALED-YES VALUE "Y".
           01 WS-TODAY-YYYYMMDD PIC 9(8).

           *>Draw state - WS-RANDOM_VALUE_INT has the engine's
           *>L-RANDOM_VALUE_INT picture so the ROUNDed swap target
           *>lands where the engine's did.
           01 WS-RANDOM_VALUE_INT PIC 99.
           01 WS-PREV-SEED    PIC 9(8) VALUE 0.
           01 WS-NEXT-GAME    PIC 9(7) VALUE 0.
           01 WS-SWAP-HOLD    PIC 99.
           01 WS-SHUF-DECK.
               02 WS-SHUF-CARD PIC 99 OCCURS 52 TIMES.

           *>Collapse test between every pair of card numbers under
           *>the run's match rule, built once per run.
           01 WS-MATCH-TABLE.
               02 WS-MATCH-ROW OCCURS 52 TIMES.
                   03 WS-MATCH-FLAG PIC X OCCURS 52 TIMES.
                       88 WS-CARDS-MATCH VALUE "Y".

           *>Greedy replay piles - the engine's L-BOQUETS, carried as
           *>card numbers.
           01 WS-PILE-TABLE.
               02 WS-PILE PIC 99 OCCURS 52 TIMES.
           01 WS-PILE-K      PIC 99.
           01 WS-PLAY-IND    PIC 99.
           01 WS-GREEDY-K    PIC 99.
           01 WS-CHAIN-DONE PIC X VALUE "N".
               88 WS-CHAIN-DONE-YES VALUE "Y".
           01 WS-PLAY-DONE PIC X VALUE "N".
               88 WS-PLAY-DONE-YES VALUE "Y".
           01 WS-CARD-A      PIC 99.
           01 WS-CARD-B      PIC 99.

           *>Search stack. Frame D holds the piles after D-1 removals
           *>and the next removal point to try there.
           01 WS-SEARCH-STACK.
               02 WS-FRAME OCCURS 52 TIMES.
                   03 FR-LEN    PIC 99.
                   03 FR-NEXT-P PIC 99.
                   03 FR-CARD   PIC 99 OCCURS 52 TIMES.
           *>Position hash weights - WS-ZOB(C, P) for card C at pile
           *>P, from a Park-Miller sequence fixed at start-up.
           01 WS-ZOB-TABLE.
               02 WS-ZOB-ROW OCCURS 52 TIMES.
                   03 WS-ZOB PIC 9(15) COMP OCCURS 52 TIMES.
           01 WS-PM-STATE    PIC 9(10) COMP VALUE 20260915.
           01 WS-PM-HIGH     PIC 9(10) COMP.

           *>Positions seen in the current deal. A slot belongs to the
           *>deal whose stamp it carries; older stamps are empty, so
           *>the table is never cleared between deals. SS-NEXT-P is
           *>the earliest removal point the position was searched
           *>from - a later visit from the same point or a later one
           *>has nothing new to find.
           01 WS-SEEN-TABLE.
               02 WS-SEEN-SLOT OCCURS 524287 TIMES.
                   03 SS-STAMP  PIC 9(9) COMP VALUE 0.
                   03 SS-KEY    PIC 9(17) COMP.
                   03 SS-CHECK  PIC 9(7) COMP.
                   03 SS-NEXT-P PIC 99 COMP.
           01 WS-SEEN-SIZE   PIC 9(7) COMP VALUE 524287.
           01 WS-DEAL-STAMP  PIC 9(9) COMP VALUE 0.
           01 WS-STATE-KEY   PIC 9(17) COMP.
           01 WS-STATE-CHECK PIC 9(7) COMP.
           01 WS-SLOT        PIC 9(7) COMP.
           01 WS-PROBES      PIC 99 COMP.
           01 WS-PROBE-END PIC X VALUE "N".
               88 WS-PROBE-END-YES VALUE "Y".
           01 WS-SEEN-HIT PIC X VALUE "N".
               88 WS-SEEN-HIT-YES VALUE "Y".

           01 WS-DEPTH       PIC 99.
           01 WS-NEW-DEPTH   PIC 99.
           01 WS-FOUND-P     PIC 99.
           01 WS-SCAN-P      PIC 99.
           01 WS-SCAN-LIMIT  PIC 99.
           01 WS-COPY-IX     PIC 99.
           01 WS-COPY-TO     PIC 99.
           01 WS-BEST-K      PIC 99.
           01 WS-TRIED       PIC 9(8).
           01 WS-SEARCH-END PIC X VALUE "N".
               88 WS-SEARCH-CUT VALUE "C".
           01 WS-VERDICT     PIC X(10).

           01 WS-POS-IX  PIC 99.
           01 WS-CARD-IX PIC 99.

           *>Per-run counters.
           01 WS-RUN-GAMES       PIC 9(8) VALUE 0.
           01 WS-RUN-LOSSES      PIC 9(8) VALUE 0.
           01 WS-RUN-WINNABLE    PIC 9(8) VALUE 0.
           01 WS-RUN-UNWINNABLE  PIC 9(8) VALUE 0.
           01 WS-RUN-UNDECIDED   PIC 9(8) VALUE 0.
           01 WS-RUN-NOT-REPRO   PIC 9(8) VALUE 0.
           01 WS-RUN-GAP-GAMES   PIC 9(8) VALUE 0.
           01 WS-RUN-K-SAVED     PIC 9(9) VALUE 0.
           01 WS-WINNABLE-PCT    PIC 999V99.
           01 WS-PCT-ED          PIC ZZ9.99.

           *>Job totals.
           01 WS-RUNS-READ       PIC 9(4) VALUE 0.
           01 WS-RUNS-FAILED     PIC 9(4) VALUE 0.
           01 WS-TOT-LOSSES      PIC 9(8) VALUE 0.
           01 WS-TOT-WINNABLE    PIC 9(8) VALUE 0.
           01 WS-JOB-SEVERITY    PIC 9 VALUE 0.

           01 WS-RPT-DETAIL PIC X(132).

       PROCEDURE DIVISION.

           OPEN INPUT SOLV-CTL-FILE
           IF WS-CTL-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO SOLVABILITY CONTROL DATASET (SOLVCTL.DAT) - "
                "NOTHING TO ANALYSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BUILD_ZOB_TABLE

           OPEN OUTPUT SOLV-RPT-FILE
           MOVE "SOLITAIRE SOLVABILITY ANALYSIS - COULD THE LOST DEALS "
            & "HAVE BEEN WON?" TO SOLV-RPT-LINE
           WRITE SOLV-RPT-LINE
           MOVE SPACES TO SOLV-RPT-LINE
           WRITE SOLV-RPT-LINE

           PERFORM ANALYSE_RUN_LOOP UNTIL WS-CTL-EOF-YES

           CLOSE SOLV-CTL-FILE

           PERFORM WRITE_JOB_SUMMARY
           CLOSE SOLV-RPT-FILE

           MOVE WS-JOB-SEVERITY TO RETURN-CODE

       STOP RUN.

      *>********************* Run control section *********************

       ANALYSE_RUN_LOOP.
           READ SOLV-CTL-FILE
               AT END
                   MOVE "Y" TO WS-CTL-EOF
               NOT AT END
                   PERFORM ANALYSE_ONE_RUN
           END-READ.

       ANALYSE_ONE_RUN.
           ADD 1 TO WS-RUNS-READ
           MOVE "Y" TO WS-RUN-OK
           MOVE SPACES TO WS-RUN-REASON
           MOVE FUNCTION UPPER-CASE(SC-RUN-ID) TO WS-RUN-ID
           IF SC-CUTOFF IS NUMERIC AND SC-CUTOFF > 0 THEN
               MOVE SC-CUTOFF TO WS-CUTOFF
           ELSE
               MOVE 250000 TO WS-CUTOFF
           END-IF
           IF SC-WIN-K IS NUMERIC AND SC-WIN-K > 0 THEN
               MOVE SC-WIN-K TO WS-WIN-K
           ELSE
               MOVE 2 TO WS-WIN-K
           END-IF

           MOVE 0 TO WS-RUN-GAMES
           MOVE 0 TO WS-RUN-LOSSES
           MOVE 0 TO WS-RUN-WINNABLE
           MOVE 0 TO WS-RUN-UNWINNABLE
           MOVE 0 TO WS-RUN-UNDECIDED
           MOVE 0 TO WS-RUN-NOT-REPRO
           MOVE 0 TO WS-RUN-GAP-GAMES
           MOVE 0 TO WS-RUN-K-SAVED
           MOVE 0 TO WS-PREV-SEED

           PERFORM BUILD_DATASET_NAMES
           PERFORM FIND_RUN_ATTRIBUTES
           PERFORM FIND_REGISTRY_MODE
           IF WS-RUN-OK-YES THEN
               PERFORM LOAD_DECK_CONFIG
           END-IF
           IF WS-RUN-OK-YES THEN
               PERFORM INIT_DECK
               IF WS-STAT-FOUND-YES
                AND WS-HIST-DECK-SIZE NOT = WS-DECK_SIZE THEN
                   MOVE "N" TO WS-RUN-OK
                   MOVE "DECK CONFIG SIZE DIFFERS FROM THE RUN'S DECK"
                    TO WS-RUN-REASON
               END-IF
           END-IF
           IF WS-RUN-OK-YES THEN
               PERFORM VERIFY_LEDGER_TRAILER
           END-IF

           IF WS-RUN-OK-YES THEN
               PERFORM BUILD_MATCH_TABLE
               PERFORM ANALYSE_LEDGER
           END-IF

           IF WS-RUN-OK-YES THEN
               PERFORM WRITE_RUN_SUMMARY
           ELSE
               ADD 1 TO WS-RUNS-FAILED
               MOVE 8 TO WS-JOB-SEVERITY
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "RUN '" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   "' NOT ANALYSED - " DELIMITED BY SIZE
                   WS-RUN-REASON DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO SOLV-RPT-LINE
               WRITE SOLV-RPT-LINE
               MOVE SPACES TO SOLV-RPT-LINE
               WRITE SOLV-RPT-LINE
               DISPLAY WS-RPT-DETAIL
           END-IF.

      *>***************************************************************

      *>****************** Dataset naming section *********************
      *>Mirrors BUILD_DATASET_NAMES in SOLITAIRE_PLAY_N_GAMES.

       BUILD_DATASET_NAMES.
           IF WS-RUN-ID = SPACES THEN
               MOVE "GAMELOG.DAT" TO WS-LEDGER-DSN
               MOVE "SOLVLOG.DAT" TO WS-SOLV-DSN
           ELSE
               MOVE SPACES TO WS-LEDGER-DSN
               STRING "GAMELOG_" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-LEDGER-DSN
               MOVE SPACES TO WS-SOLV-DSN
               STRING "SOLVLOG_" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-SOLV-DSN
           END-IF.

      *>***************************************************************

      *>****************** Run attribute lookup section ***************
      *>Rule, deck size and profile for the run, from its stat-history
      *>record - same lookup as SOLITAIRE_GAME_RERUN.

       FIND_RUN_ATTRIBUTES.
           MOVE "N" TO WS-STAT-FOUND
           MOVE 0 TO WS-HIST-DECK-SIZE
           MOVE SPACES TO WS-HIST-PROFILE
           MOVE "B" TO WS-MATCH-RULE
           OPEN INPUT STAT-HIST-FILE
           IF WS-STAT-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO STAT HISTORY FILE FOUND - ANALYSING RUN '"
                WS-RUN-ID "' WITH THE CLASSIC RULE"
           ELSE
               MOVE "N" TO WS-STAT-EOF
               PERFORM FIND_RUN_ATTRIBUTES_LOOP UNTIL WS-STAT-EOF-YES
               CLOSE STAT-HIST-FILE
               IF NOT WS-STAT-FOUND-YES THEN
                   DISPLAY "NO STAT HISTORY RECORD FOR RUN ID '"
                    WS-RUN-ID "' - ANALYSING WITH THE CLASSIC RULE "
                    "AND THE CONFIGURED DECK"
               END-IF
           END-IF.

       FIND_RUN_ATTRIBUTES_LOOP.
           READ STAT-HIST-FILE
               AT END
                   MOVE "Y" TO WS-STAT-EOF
               NOT AT END
                   IF STAT-OUT-RECORD(1:8) NOT = "*TRAILER"
                    AND SO-RUN-ID = WS-RUN-ID THEN
                       MOVE SO-DECK-SIZE TO WS-HIST-DECK-SIZE
                       MOVE SO-DECK-PROFILE TO WS-HIST-PROFILE
                       IF SO-MATCH-RULE = "S" OR SO-MATCH-RULE = "V"
                       THEN
                           MOVE SO-MATCH-RULE TO WS-MATCH-RULE
                       ELSE
                           MOVE "B" TO WS-MATCH-RULE
                       END-IF
                       MOVE "Y" TO WS-STAT-FOUND
                       MOVE "Y" TO WS-STAT-EOF
                   END-IF
           END-READ.

      *>Seed mode from the run's last RUNREG.DAT entry - same lookup
      *>as SOLITAIRE_REPRO_AUDIT. A deal-mode run's LG-SEED is the
      *>deal id of a supplied deck, and DEALS.DAT is the night's
      *>input, replaced since - the deal cannot be re-derived, so
      *>the run is not analysed. Matrix cells are never registered
      *>and never deal-mode.
       FIND_REGISTRY_MODE.
           MOVE SPACE TO WS-RUN-SEED-MODE
           OPEN INPUT REG-FILE
           IF WS-REG-FILE-STATUS NOT = "00" THEN
               IF WS-REG-NOTED = "N" THEN
                   MOVE "Y" TO WS-REG-NOTED
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING "NOTE: RUN REGISTRY (RUNREG.DAT) NOT "
                       DELIMITED BY SIZE
                       "AVAILABLE - STATUS " DELIMITED BY SIZE
                       WS-REG-FILE-STATUS DELIMITED BY SIZE
                       " - SEED MODES NOT CHECKED" DELIMITED BY SIZE
                       INTO WS-RPT-DETAIL
                   MOVE WS-RPT-DETAIL TO SOLV-RPT-LINE
                   WRITE SOLV-RPT-LINE
                   DISPLAY WS-RPT-DETAIL
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
               MOVE "DEAL-MODE RUN - NOT RE-DERIVABLE FROM SEED"
                TO WS-RUN-REASON
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

           IF WS-HIST-PROFILE NOT = SPACES THEN
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
               MOVE WS-HIST-PROFILE TO DP-PROFILE-ID
               READ DECKPROF-FILE
                   INVALID KEY
                       MOVE "N" TO WS-RUN-OK
                       MOVE SPACES TO WS-RUN-REASON
                       STRING "DECK PROFILE '" DELIMITED BY SIZE
                           WS-HIST-PROFILE DELIMITED BY SIZE
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

      *>CHECK_PILE_MATCH for every pair of cards: S looks at the suit
      *>only, V at the value only, B at either.
       BUILD_MATCH_TABLE.
           PERFORM BUILD_MATCH_ROW VARYING WS-POS-IX FROM 1 BY 1
               UNTIL WS-POS-IX > WS-DECK_SIZE.

       BUILD_MATCH_ROW.
           PERFORM VARYING WS-CARD-IX FROM 1 BY 1
            UNTIL WS-CARD-IX > WS-DECK_SIZE
               MOVE "N" TO WS-MATCH-FLAG(WS-POS-IX, WS-CARD-IX)
               IF WS-MATCH-RULE NOT = "V" THEN
                   IF WS-SUIT(WS-POS-IX) = WS-SUIT(WS-CARD-IX) THEN
                       MOVE "Y" TO WS-MATCH-FLAG(WS-POS-IX, WS-CARD-IX)
                   END-IF
               END-IF
               IF WS-MATCH-RULE NOT = "S" THEN
                   IF WS-VALUE(WS-POS-IX) = WS-VALUE(WS-CARD-IX) THEN
                       MOVE "Y" TO WS-MATCH-FLAG(WS-POS-IX, WS-CARD-IX)
                   END-IF
               END-IF
           END-PERFORM.

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

      *>********************* Ledger walk section *********************
      *>A new LG-SEED is a checkpoint resume: reseed and restart the
      *>game count at the row's game. Games of a segment that left no
      *>ledger row (deck-validation aborts) are still shuffled so the
      *>stream stays in step, but are not analysed.

       ANALYSE_LEDGER.
           MOVE 0 TO WS-SOLV-COUNT
           MOVE 0 TO WS-SOLV-HASH
           MOVE "N" TO WS-SOLV-SEALED
           OPEN OUTPUT SOLV-FILE
           IF WS-SOLV-FILE-STATUS NOT = "00" THEN
               *>The status goes on the report and the console with
               *>the run's NOT ANALYSED line.
               MOVE 8 TO WS-JOB-SEVERITY
               MOVE "N" TO WS-RUN-OK
               MOVE SPACES TO WS-RUN-REASON
               STRING "DATASET " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SOLV-DSN) DELIMITED BY SIZE
                   " NOT WRITABLE, STATUS " DELIMITED BY SIZE
                   WS-SOLV-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-RUN-REASON
           ELSE
               OPEN INPUT LEDGER-FILE
               MOVE "N" TO WS-LEDGER-EOF
               PERFORM ANALYSE_LEDGER_LOOP UNTIL WS-LEDGER-EOF-YES
                OR (WS-LEDGER-FILE-STATUS NOT = "00"
                    AND WS-LEDGER-FILE-STATUS NOT = "10")
               CLOSE LEDGER-FILE

               MOVE SPACES TO SOLV-TRAILER-RECORD
               MOVE "*TRAILER" TO SVT-TAG
               MOVE WS-SOLV-COUNT TO SVT-COUNT
               MOVE WS-SOLV-HASH TO SVT-HASH
               WRITE SOLV-TRAILER-RECORD
               IF WS-SOLV-FILE-STATUS = "00" THEN
                   MOVE "Y" TO WS-SOLV-SEALED
               ELSE
                   DISPLAY FUNCTION TRIM(WS-SOLV-DSN)
                    " TRAILER WRITE FAILED - STATUS "
                    WS-SOLV-FILE-STATUS
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
               CLOSE SOLV-FILE
               IF WS-SOLV-SEALED-YES THEN
                   PERFORM CATALOG_SOLV_DATASET
               END-IF
           END-IF.

      *>Enter the per-game dataset on the dataset catalog, or refresh
      *>its seal count when an earlier analysis already made it. The
      *>catalog only describes the estate: failing to update it is
      *>shown on the console but never changes the RC.
       CATALOG_SOLV_DATASET.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           OPEN I-O DSCAT-FILE
           IF WS-CAT-STATUS = "35" THEN
               OPEN OUTPUT DSCAT-FILE
               CLOSE DSCAT-FILE
               OPEN I-O DSCAT-FILE
           END-IF
           IF WS-CAT-STATUS NOT = "00" THEN
               DISPLAY "DATASET CATALOG (DSCAT.DAT) UNAVAILABLE - "
                "STATUS " WS-CAT-STATUS " - " FUNCTION
                TRIM(WS-SOLV-DSN) " NOT CATALOGED"
           ELSE
               MOVE WS-SOLV-DSN TO DC-DSN
               READ DSCAT-FILE
                   INVALID KEY
                       MOVE SPACES TO DSCAT-RECORD
                       MOVE WS-SOLV-DSN TO DC-DSN
                       MOVE WS-RUN-ID TO DC-RUN-ID
                       MOVE "SOLVLOG" TO DC-TYPE
                       MOVE "SOLITAIRE_SOLVABILITY" TO DC-PROGRAM
                       MOVE WS-TODAY-YYYYMMDD TO DC-CREATE-DATE
                       MOVE WS-SOLV-COUNT TO DC-SEAL-COUNT
                       MOVE WS-TODAY-YYYYMMDD TO DC-SEAL-DATE
                       MOVE 36 TO DC-RECORD-LEN
                       MOVE 0 TO DC-VERIFY-DATE
                       MOVE 0 TO DC-ARCHIVE-DATE
                       WRITE DSCAT-RECORD
                   NOT INVALID KEY
                       MOVE WS-SOLV-COUNT TO DC-SEAL-COUNT
                       MOVE WS-TODAY-YYYYMMDD TO DC-SEAL-DATE
                       REWRITE DSCAT-RECORD
               END-READ
               IF WS-CAT-STATUS NOT = "00" THEN
                   DISPLAY "DATASET CATALOG UPDATE FOR " FUNCTION
                    TRIM(WS-SOLV-DSN) " FAILED - STATUS "
                    WS-CAT-STATUS
               END-IF
               CLOSE DSCAT-FILE
           END-IF.

       ANALYSE_LEDGER_LOOP.
           READ LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF
               NOT AT END
                   *>Trailer test first - a trailer's hash digits sit
                   *>where LG-RUN-ID lives.
                   IF LEDGER-RECORD(1:8) NOT = "*TRAILER"
                    AND LG-RUN-ID = WS-RUN-ID THEN
                       PERFORM ANALYSE_LEDGER_ROW
                   END-IF
           END-READ.

       ANALYSE_LEDGER_ROW.
           IF LG-SEED NOT = WS-PREV-SEED THEN
               MOVE LG-SEED TO WS-PREV-SEED
               COMPUTE WS-RANDOM_VALUE_INT ROUNDED =
                FUNCTION RANDOM(LG-SEED)
               MOVE LG-GAME-NUM TO WS-NEXT-GAME
           END-IF
           IF LG-GAME-NUM < WS-NEXT-GAME THEN
               *>Out of game order inside a segment - the deal cannot
               *>be placed in the stream.
               MOVE 0 TO WS-GREEDY-K
               MOVE 0 TO WS-BEST-K
               MOVE 0 TO WS-TRIED
               MOVE "NOT-REPRO " TO WS-VERDICT
               ADD 1 TO WS-RUN-NOT-REPRO
               PERFORM WRITE_SOLV_RECORD
           ELSE
               PERFORM SKIP_GAP_GAME UNTIL WS-NEXT-GAME = LG-GAME-NUM
               PERFORM DRAW_ONE_SHUFFLE
               PERFORM ANALYSE_ONE_DEAL
           END-IF.

       SKIP_GAP_GAME.
           PERFORM DRAW_ONE_SHUFFLE
           ADD 1 TO WS-RUN-GAP-GAMES.

      *>***************************************************************

      *>*********************** Draw section **************************
      *>SHUFFLE_ONE_POSITION / DRAW_SWAP_TARGET are SHUFFLE_DECK_LOOP
      *>and SWAP_ELEMENTS in SOLITAIRE, draw for draw.

       DRAW_ONE_SHUFFLE.
           PERFORM VARYING WS-POS-IX FROM 1 BY 1
            UNTIL WS-POS-IX > WS-DECK_SIZE
               MOVE WS-POS-IX TO WS-SHUF-CARD(WS-POS-IX)
           END-PERFORM
           PERFORM SHUFFLE_ONE_POSITION VARYING WS-POS-IX FROM 1 BY 1
               UNTIL WS-POS-IX > WS-DECK_SIZE
           ADD 1 TO WS-NEXT-GAME.

       SHUFFLE_ONE_POSITION.
           MOVE 0 TO WS-RANDOM_VALUE_INT
           PERFORM DRAW_SWAP_TARGET UNTIL WS-RANDOM_VALUE_INT > 0
           MOVE WS-SHUF-CARD(WS-POS-IX) TO WS-SWAP-HOLD
           MOVE WS-SHUF-CARD(WS-RANDOM_VALUE_INT) TO
            WS-SHUF-CARD(WS-POS-IX)
           MOVE WS-SWAP-HOLD TO WS-SHUF-CARD(WS-RANDOM_VALUE_INT).

       DRAW_SWAP_TARGET.
           COMPUTE WS-RANDOM_VALUE_INT ROUNDED =
            (WS-DECK_SIZE * FUNCTION RANDOM).

      *>***************************************************************

      *>********************** Deal analysis section ******************

       ANALYSE_ONE_DEAL.
           ADD 1 TO WS-RUN-GAMES
           PERFORM REPLAY_GREEDY
           MOVE 0 TO WS-TRIED
           EVALUATE TRUE
               WHEN WS-GREEDY-K NOT = LG-FINAL-K
                   MOVE 0 TO WS-BEST-K
                   MOVE "NOT-REPRO " TO WS-VERDICT
                   ADD 1 TO WS-RUN-NOT-REPRO
               WHEN WS-GREEDY-K NOT > WS-WIN-K
                   *>Already won - nothing to search.
                   MOVE WS-GREEDY-K TO WS-BEST-K
                   MOVE "WINNABLE  " TO WS-VERDICT
               WHEN OTHER
                   ADD 1 TO WS-RUN-LOSSES
                   PERFORM SEARCH_BEST_K
                   EVALUATE TRUE
                       WHEN WS-BEST-K NOT > WS-WIN-K
                           MOVE "WINNABLE  " TO WS-VERDICT
                           ADD 1 TO WS-RUN-WINNABLE
                       WHEN WS-SEARCH-CUT
                           MOVE "UNDECIDED " TO WS-VERDICT
                           ADD 1 TO WS-RUN-UNDECIDED
                       WHEN OTHER
                           MOVE "UNWINNABLE" TO WS-VERDICT
                           ADD 1 TO WS-RUN-UNWINNABLE
                   END-EVALUATE
                   COMPUTE WS-RUN-K-SAVED =
                    WS-RUN-K-SAVED + WS-GREEDY-K - WS-BEST-K
           END-EVALUATE
           PERFORM WRITE_SOLV_RECORD.

       WRITE_SOLV_RECORD.
           MOVE WS-RUN-ID TO SV-RUN-ID
           MOVE LG-GAME-NUM TO SV-GAME-NUM
           MOVE WS-GREEDY-K TO SV-GREEDY-K
           MOVE WS-BEST-K TO SV-BEST-K
           MOVE WS-VERDICT TO SV-VERDICT
           MOVE WS-TRIED TO SV-TRIED
           WRITE SOLV-RECORD
           IF WS-SOLV-FILE-STATUS = "00" THEN
               ADD 1 TO WS-SOLV-COUNT
               COMPUTE WS-SOLV-HASH = FUNCTION
                MOD(WS-SOLV-HASH + SV-GAME-NUM, 100000000)
           ELSE
               DISPLAY "WRITE TO " FUNCTION TRIM(WS-SOLV-DSN)
                " FAILED - STATUS " WS-SOLV-FILE-STATUS
                " GAME " LG-GAME-NUM
               MOVE 8 TO WS-JOB-SEVERITY
           END-IF.

      *>PLAY_GAME and PLAY on card numbers. The engine's PLAY
      *>recursion becomes GREEDY_PLAY_MERGE, performed until the
      *>chain stops collapsing.
       REPLAY_GREEDY.
           MOVE 0 TO WS-PILE-K
           PERFORM GREEDY_DEAL_ONE VARYING WS-POS-IX FROM 1 BY 1
               UNTIL WS-POS-IX > WS-DECK_SIZE
           MOVE WS-PILE-K TO WS-GREEDY-K.

       GREEDY_DEAL_ONE.
           ADD 1 TO WS-PILE-K
           MOVE WS-SHUF-CARD(WS-POS-IX) TO WS-PILE(WS-PILE-K)
           MOVE "N" TO WS-CHAIN-DONE
           PERFORM GREEDY_ADJ_MERGE UNTIL WS-CHAIN-DONE-YES.

       GREEDY_ADJ_MERGE.
           MOVE "Y" TO WS-CHAIN-DONE
           IF WS-PILE-K > 2 THEN
               MOVE WS-PILE(WS-PILE-K) TO WS-CARD-A
               MOVE WS-PILE(WS-PILE-K - 2) TO WS-CARD-B
               IF WS-CARDS-MATCH(WS-CARD-A, WS-CARD-B) THEN
                   MOVE WS-PILE(WS-PILE-K - 1) TO WS-PILE(WS-PILE-K - 2)
                   MOVE WS-PILE(WS-PILE-K) TO WS-PILE(WS-PILE-K - 1)
                   SUBTRACT 1 FROM WS-PILE-K
                   COMPUTE WS-PLAY-IND = WS-PILE-K - 1
                   MOVE "N" TO WS-PLAY-DONE
                   PERFORM GREEDY_PLAY_MERGE UNTIL WS-PLAY-DONE-YES
                   MOVE "N" TO WS-CHAIN-DONE
               END-IF
           END-IF.

       GREEDY_PLAY_MERGE.
           MOVE "Y" TO WS-PLAY-DONE
           IF WS-PLAY-IND > 2 THEN
               MOVE WS-PILE(WS-PLAY-IND) TO WS-CARD-A
               MOVE WS-PILE(WS-PLAY-IND - 2) TO WS-CARD-B
               IF WS-CARDS-MATCH(WS-CARD-A, WS-CARD-B) THEN
                   MOVE WS-PILE(WS-PLAY-IND - 1) TO
                    WS-PILE(WS-PLAY-IND - 2)
                   PERFORM VARYING WS-COPY-IX FROM WS-PLAY-IND BY 1
                    UNTIL WS-COPY-IX > WS-PILE-K
                       MOVE WS-PILE(WS-COPY-IX) TO
                        WS-PILE(WS-COPY-IX - 1)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-PILE-K
                   SUBTRACT 1 FROM WS-PLAY-IND
                   MOVE "N" TO WS-PLAY-DONE
               END-IF
           END-IF.

      *>Depth-first search over the removals on the dealt row (see
      *>the program banner). Frame 1 is the whole deal; the search
      *>ends when the stack empties (exhaustive), the winning K is
      *>reached, or the cutoff is spent.
       SEARCH_BEST_K.
           ADD 1 TO WS-DEAL-STAMP
           MOVE WS-GREEDY-K TO WS-BEST-K
           MOVE SPACE TO WS-SEARCH-END
           MOVE 1 TO WS-DEPTH
           MOVE WS-DECK_SIZE TO FR-LEN(1)
           MOVE 1 TO FR-NEXT-P(1)
           PERFORM VARYING WS-POS-IX FROM 1 BY 1
            UNTIL WS-POS-IX > WS-DECK_SIZE
               MOVE WS-SHUF-CARD(WS-POS-IX) TO FR-CARD(1, WS-POS-IX)
           END-PERFORM
           PERFORM SEARCH_STEP UNTIL WS-DEPTH = 0
            OR WS-BEST-K NOT > WS-WIN-K
            OR WS-SEARCH-CUT.

       SEARCH_STEP.
           MOVE 0 TO WS-FOUND-P
           COMPUTE WS-SCAN-LIMIT = FR-LEN(WS-DEPTH) - 2
           PERFORM VARYING WS-SCAN-P FROM FR-NEXT-P(WS-DEPTH) BY 1
            UNTIL WS-SCAN-P > WS-SCAN-LIMIT OR WS-FOUND-P > 0
               MOVE FR-CARD(WS-DEPTH, WS-SCAN-P) TO WS-CARD-A
               MOVE FR-CARD(WS-DEPTH, WS-SCAN-P + 2) TO WS-CARD-B
               IF WS-CARDS-MATCH(WS-CARD-A, WS-CARD-B) THEN
                   MOVE WS-SCAN-P TO WS-FOUND-P
               END-IF
           END-PERFORM
           IF WS-FOUND-P = 0 THEN
               SUBTRACT 1 FROM WS-DEPTH
           ELSE
               COMPUTE FR-NEXT-P(WS-DEPTH) = WS-FOUND-P + 1
               PERFORM SEARCH_PUSH_REMOVAL
           END-IF.

      *>New frame = current piles less pile WS-FOUND-P; its removals
      *>start two piles back, where the collapse changed the row. The
      *>frame is only entered when its position is new to this deal.
       SEARCH_PUSH_REMOVAL.
           ADD 1 TO WS-TRIED
           COMPUTE WS-NEW-DEPTH = WS-DEPTH + 1
           COMPUTE FR-LEN(WS-NEW-DEPTH) = FR-LEN(WS-DEPTH) - 1
           IF WS-FOUND-P > 2 THEN
               COMPUTE FR-NEXT-P(WS-NEW-DEPTH) = WS-FOUND-P - 2
           ELSE
               MOVE 1 TO FR-NEXT-P(WS-NEW-DEPTH)
           END-IF
           MOVE 0 TO WS-COPY-TO
           MOVE 0 TO WS-STATE-KEY
           MOVE 0 TO WS-STATE-CHECK
           PERFORM VARYING WS-COPY-IX FROM 1 BY 1
            UNTIL WS-COPY-IX > FR-LEN(WS-DEPTH)
               IF WS-COPY-IX NOT = WS-FOUND-P THEN
                   ADD 1 TO WS-COPY-TO
                   MOVE FR-CARD(WS-DEPTH, WS-COPY-IX) TO WS-CARD-A
                   MOVE WS-CARD-A TO FR-CARD(WS-NEW-DEPTH, WS-COPY-TO)
                   ADD WS-ZOB(WS-CARD-A, WS-COPY-TO) TO WS-STATE-KEY
                   COMPUTE WS-STATE-CHECK =
                    WS-STATE-CHECK + WS-CARD-A * WS-COPY-TO
               END-IF
           END-PERFORM
           IF FR-LEN(WS-NEW-DEPTH) < WS-BEST-K THEN
               MOVE FR-LEN(WS-NEW-DEPTH) TO WS-BEST-K
           END-IF
           IF WS-TRIED NOT < WS-CUTOFF THEN
               MOVE "C" TO WS-SEARCH-END
           END-IF
           PERFORM SEEN_LOOKUP
           IF NOT WS-SEEN-HIT-YES THEN
               MOVE WS-NEW-DEPTH TO WS-DEPTH
           END-IF.

      *>Open addressing on the position key. The check sum and the
      *>pile count must agree as well before two positions are taken
      *>as the same. A run of 64 taken slots just leaves the
      *>position unrecorded - it is searched, never wrongly skipped.
       SEEN_LOOKUP.
           MOVE "N" TO WS-SEEN-HIT
           MOVE "N" TO WS-PROBE-END
           MOVE 0 TO WS-PROBES
           COMPUTE WS-STATE-CHECK =
            WS-STATE-CHECK * 100 + FR-LEN(WS-NEW-DEPTH)
           COMPUTE WS-SLOT =
            FUNCTION MOD(WS-STATE-KEY, WS-SEEN-SIZE) + 1
           PERFORM SEEN_PROBE UNTIL WS-PROBE-END-YES.

       SEEN_PROBE.
           EVALUATE TRUE
               WHEN SS-STAMP(WS-SLOT) NOT = WS-DEAL-STAMP
                   MOVE WS-DEAL-STAMP TO SS-STAMP(WS-SLOT)
                   MOVE WS-STATE-KEY TO SS-KEY(WS-SLOT)
                   MOVE WS-STATE-CHECK TO SS-CHECK(WS-SLOT)
                   MOVE FR-NEXT-P(WS-NEW-DEPTH) TO SS-NEXT-P(WS-SLOT)
                   MOVE "Y" TO WS-PROBE-END
               WHEN SS-KEY(WS-SLOT) = WS-STATE-KEY
                AND SS-CHECK(WS-SLOT) = WS-STATE-CHECK
                   IF SS-NEXT-P(WS-SLOT) NOT > FR-NEXT-P(WS-NEW-DEPTH)
                   THEN
                       MOVE "Y" TO WS-SEEN-HIT
                   ELSE
                       MOVE FR-NEXT-P(WS-NEW-DEPTH) TO
                        SS-NEXT-P(WS-SLOT)
                   END-IF
                   MOVE "Y" TO WS-PROBE-END
               WHEN OTHER
                   ADD 1 TO WS-PROBES
                   IF WS-PROBES > 64 THEN
                       MOVE "Y" TO WS-PROBE-END
                   ELSE
                       IF WS-SLOT = WS-SEEN-SIZE THEN
                           MOVE 1 TO WS-SLOT
                       ELSE
                           ADD 1 TO WS-SLOT
                       END-IF
                   END-IF
           END-EVALUATE.

      *>Park-Miller minimal standard generator (16807, 2**31 - 1),
      *>two draws per weight.
       BUILD_ZOB_TABLE.
           PERFORM VARYING WS-POS-IX FROM 1 BY 1 UNTIL WS-POS-IX > 52
               PERFORM VARYING WS-CARD-IX FROM 1 BY 1
                UNTIL WS-CARD-IX > 52
                   PERFORM NEXT_PARK_MILLER
                   MOVE WS-PM-STATE TO WS-PM-HIGH
                   PERFORM NEXT_PARK_MILLER
                   COMPUTE WS-ZOB(WS-CARD-IX, WS-POS-IX) =
                    WS-PM-HIGH * 100000
                    + FUNCTION MOD(WS-PM-STATE, 100000)
               END-PERFORM
           END-PERFORM.

       NEXT_PARK_MILLER.
           COMPUTE WS-PM-STATE =
            FUNCTION MOD(WS-PM-STATE * 16807, 2147483647).

      *>***************************************************************

      *>*********************** Report section ************************

       WRITE_RUN_SUMMARY.
           ADD WS-RUN-LOSSES TO WS-TOT-LOSSES
           ADD WS-RUN-WINNABLE TO WS-TOT-WINNABLE
           IF (WS-RUN-UNDECIDED > 0 OR WS-RUN-NOT-REPRO > 0)
            AND WS-JOB-SEVERITY < 4 THEN
               MOVE 4 TO WS-JOB-SEVERITY
           END-IF

           MOVE SPACES TO WS-RPT-DETAIL
           STRING "RUN '" DELIMITED BY SIZE
               WS-RUN-ID DELIMITED BY SIZE
               "'  RULE " DELIMITED BY SIZE
               WS-MATCH-RULE DELIMITED BY SIZE
               "  PROFILE '" DELIMITED BY SIZE
               WS-HIST-PROFILE DELIMITED BY SIZE
               "'  DECK " DELIMITED BY SIZE
               WS-DECK_SIZE DELIMITED BY SIZE
               "  WINNING K <= " DELIMITED BY SIZE
               WS-WIN-K DELIMITED BY SIZE
               "  CUTOFF " DELIMITED BY SIZE
               WS-CUTOFF DELIMITED BY SIZE
               "  DATASET " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SOLV-DSN) DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SOLV-RPT-LINE
           WRITE SOLV-RPT-LINE

           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  GAMES ANALYSED " DELIMITED BY SIZE
               WS-RUN-GAMES DELIMITED BY SIZE
               "  GREEDY LOSSES " DELIMITED BY SIZE
               WS-RUN-LOSSES DELIMITED BY SIZE
               "  NOT REPRODUCED " DELIMITED BY SIZE
               WS-RUN-NOT-REPRO DELIMITED BY SIZE
               "  ABORTED (NO ROW) " DELIMITED BY SIZE
               WS-RUN-GAP-GAMES DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SOLV-RPT-LINE
           WRITE SOLV-RPT-LINE

           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  LOSSES THAT WERE WINNABLE " DELIMITED BY SIZE
               WS-RUN-WINNABLE DELIMITED BY SIZE
               "  UNWINNABLE " DELIMITED BY SIZE
               WS-RUN-UNWINNABLE DELIMITED BY SIZE
               "  UNDECIDED (CUTOFF) " DELIMITED BY SIZE
               WS-RUN-UNDECIDED DELIMITED BY SIZE
               "  PILES LEFT ON THE TABLE BY GREEDY " DELIMITED BY SIZE
               WS-RUN-K-SAVED DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SOLV-RPT-LINE
           WRITE SOLV-RPT-LINE

           IF WS-RUN-LOSSES > 0 THEN
               COMPUTE WS-WINNABLE-PCT ROUNDED =
                (WS-RUN-WINNABLE / WS-RUN-LOSSES) * 100
           ELSE
               MOVE 0 TO WS-WINNABLE-PCT
           END-IF
           MOVE WS-WINNABLE-PCT TO WS-PCT-ED
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  WINNABLE SHARE OF LOSSES " DELIMITED BY SIZE
               WS-PCT-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           IF WS-RUN-UNDECIDED > 0 THEN
               MOVE "(AT LEAST - UNDECIDED DEALS MAY ADD MORE)"
                TO WS-RPT-DETAIL(37:41)
           END-IF
           MOVE WS-RPT-DETAIL TO SOLV-RPT-LINE
           WRITE SOLV-RPT-LINE
           MOVE SPACES TO SOLV-RPT-LINE
           WRITE SOLV-RPT-LINE

           DISPLAY "RUN '" WS-RUN-ID "' GAMES " WS-RUN-GAMES
            " LOSSES " WS-RUN-LOSSES " WINNABLE " WS-RUN-WINNABLE
            " UNDECIDED " WS-RUN-UNDECIDED
            " NOT REPRODUCED " WS-RUN-NOT-REPRO.

       WRITE_JOB_SUMMARY.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "RUNS REQUESTED " DELIMITED BY SIZE
               WS-RUNS-READ DELIMITED BY SIZE
               "  NOT ANALYSED " DELIMITED BY SIZE
               WS-RUNS-FAILED DELIMITED BY SIZE
               "  LOSSES " DELIMITED BY SIZE
               WS-TOT-LOSSES DELIMITED BY SIZE
               "  WINNABLE LOSSES " DELIMITED BY SIZE
               WS-TOT-WINNABLE DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SOLV-RPT-LINE
           WRITE SOLV-RPT-LINE
           DISPLAY WS-RPT-DETAIL
           DISPLAY "REPORT WRITTEN TO SOLVRPT.RPT".
