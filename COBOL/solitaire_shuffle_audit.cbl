       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLITAIRE_SHUFFLE_AUDIT.
       AUTHOR. KEVIN DE NOTARIIS.
       DATE-WRITTEN. OCTOBER 15TH 2026.

      *>Shuffle quality audit over the RNG stream SOLITAIRE deals
      *>from. SHUFFLE_DECK is not a Fisher-Yates shuffle - every
      *>position is swapped with any position, and the swap target
      *>is ROUNDed from DECK_SIZE * RANDOM with a redraw on 0, which
      *>leaves the last position half the odds of the others - so
      *>this job re-draws a run's shuffles exactly as the engine drew
      *>them (same draws, same redraw rule, same swaps) without
      *>playing a single game, and measures what came out:
      *>  - a card-by-position frequency matrix for the run's deck
      *>    size and profile, with a chi-square uniformity verdict
      *>    per position; every cell whose standardized residual
      *>    (O-E)/SQRT(E) passes the flag limit is marked and listed,
      *>  - first-card counts (the card PLAY_GAME deals first),
      *>  - adjacent-pair counts: a chi-square over every ordered
      *>    pair of neighbouring cards, plus the adjacent same-suit
      *>    and same-value pairs against what a fair shuffle gives -
      *>    the engine collapses on exactly those matches, so a skew
      *>    there moves final K.
      *>Control card SHUFCTL.DAT, record 1:
      *>  col  1     source: L = a run's ledger, S = seed card
      *>  cols 2-9   run id (source L; blank = unsuffixed GAMELOG.DAT)
      *>  cols 10-17 seed, exactly as LG-SEED carries it (source S)
      *>  cols 18-25 number of shuffles to draw (source S)
      *>  cols 26-33 deck profile id (source S; blank = DECKCFG.DAT)
      *>  cols 34-36 cell flag limit, |Z| with 2 decimals (default
      *>             4.00 - a 40-card matrix has 1600 cells, so a
      *>             3-sigma limit flags a few fair cells by chance)
      *>Source L walks the ledger the way SOLITAIRE_GAME_RERUN does:
      *>every change of LG-SEED reseeds FUNCTION RANDOM, the deck
      *>size and profile come from the run's stat-history record,
      *>and every game number of a segment is shuffled in order -
      *>including a game missing mid-segment, whose deck-validation
      *>abort still consumed its draws. An abort at the very start of
      *>a segment cannot be seen, the same known limit as the re-run.
      *>A run played from supplied deals (seed mode D on its last
      *>RUNREG.DAT entry) carries deal ids in LG-SEED and drew no
      *>shuffles at all - it is refused rather than audited over a
      *>stream it never played.
      *>The report goes to SHUFAUD.RPT. RETURN-CODE 8 when the audit
      *>cannot be run (no card, no ledger, damaged ledger, deck
      *>mismatch, deal-mode run), 4 when a position fails uniformity
      *>at the 1% level, a cell or pair is flagged, or too few
      *>shuffles were drawn for a verdict; 0 for a clean stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHUF-CTL-FILE ASSIGN TO "SHUFCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           *>Same deck config file SOLITAIRE_PLAY_N_GAMES plays from -
           *>the audit must shuffle the identical deck.
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

           SELECT STAT-HIST-FILE ASSIGN TO "STATHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT SHUF-RPT-FILE ASSIGN TO "SHUFAUD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           *>Run registry - the run's seed mode (see
           *>FIND_REGISTRY_MODE).
           SELECT REG-FILE ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SHUF-CTL-FILE.
       01 SHUF-CTL-RECORD.
           02 SC-SOURCE     PIC X.
           02 SC-RUN-ID     PIC X(8).
           02 SC-SEED       PIC 9(8).
           02 SC-SHUFFLES   PIC 9(8).
           02 SC-PROFILE    PIC X(8).
           02 SC-FLAG-LIMIT PIC 9V99.
           02 FILLER        PIC X(44).

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

       FD  STAT-HIST-FILE.
       COPY "statrec.cpy".

       FD  SHUF-RPT-FILE.
       01 SHUF-RPT-LINE PIC X(132).

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

       WORKING-STORAGE SECTION.
           *>Deck shapes - same as SOLITAIRE_PLAY_N_GAMES. WS-DECK
           *>holds the ordered deck INIT_DECK builds, which is also
           *>the label of every card number below: card C is the card
           *>INIT_DECK put at position C.
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
           01 WS-STAT-FILE-STATUS   PIC XX.
           01 WS-RPT-FILE-STATUS    PIC XX.
           01 WS-REG-FILE-STATUS    PIC XX.

           01 WS-LEDGER-EOF PIC X VALUE "N".
               88 WS-LEDGER-EOF-YES VALUE "Y".
           01 WS-STAT-EOF PIC X VALUE "N".
               88 WS-STAT-EOF-YES VALUE "Y".
           01 WS-STAT-FOUND PIC X VALUE "N".
               88 WS-STAT-FOUND-YES VALUE "Y".
           01 WS-REG-EOF PIC X VALUE "N".
               88 WS-REG-EOF-YES VALUE "Y".

           *>Control card values.
           01 WS-SOURCE PIC X VALUE SPACE.
               88 WS-SOURCE-LEDGER VALUE "L".
               88 WS-SOURCE-SEED   VALUE "S".
           01 WS-RUN-ID       PIC X(8) VALUE SPACES.
           01 WS-CARD-SEED    PIC 9(8) VALUE 0.
           01 WS-CARD-COUNT   PIC 9(8) VALUE 0.
           01 WS-FLAG-LIMIT   PIC 9V99 VALUE 4.00.

           01 WS-LEDGER-DSN PIC X(24) VALUE "GAMELOG.DAT".

           *>Run attributes from the stat history (source L) - the
           *>profile decides the deck, the deck size cross-checks it.
           01 WS-HIST-DECK-SIZE PIC 99 VALUE 0.
           01 WS-HIST-PROFILE   PIC X(8) VALUE SPACES.
           *>Seed mode from the run's last registry entry - SPACE
           *>when the registry cannot be read or does not hold it.
           01 WS-RUN-SEED-MODE  PIC X VALUE SPACE.

           *>Integrity trailer verification for the ledger (hash =
           *>sum of game numbers mod 10**8) - a shuffle audit walked
           *>from a damaged ledger would reseed in the wrong places.
           01 WS-VFY-COUNT   PIC 9(8) VALUE 0.
           01 WS-VFY-HASH    PIC 9(8) VALUE 0.
           01 WS-VFY-T-SEEN  PIC X VALUE "N".
           01 WS-VFY-LAST-T  PIC X VALUE "N".
           01 WS-VFY-T-COUNT PIC 9(8) VALUE 0.
           01 WS-VFY-T-HASH  PIC 9(8) VALUE 0.
           01 WS-VFY-EOF PIC X VALUE "N".
               88 WS-VFY-EOF-YES VALUE "Y".

           *>Draw state. WS-RANDOM_VALUE_INT has the same picture as
           *>the engine's L-RANDOM_VALUE_INT, so the ROUNDed swap
           *>target lands on the same position the engine's did.
           01 WS-RANDOM_VALUE_INT PIC 99.
           01 WS-PREV-SEED    PIC 9(8) VALUE 0.
           01 WS-NEXT-GAME    PIC 9(7) VALUE 0.
           01 WS-SWAP-HOLD    PIC 99.
           01 WS-SHUF-DECK.
               02 WS-SHUF-CARD PIC 99 OCCURS 52 TIMES.

           *>Tallies. WS-POS-CELL(P, C) = times card C landed at
           *>position P; WS-PAIR-CELL(A, B) = times card B sat right
           *>after card A.
           01 WS-POS-MATRIX.
               02 WS-POS-ROW OCCURS 52 TIMES.
                   03 WS-POS-CELL PIC 9(8) VALUE 0 OCCURS 52 TIMES.
           01 WS-PAIR-MATRIX.
               02 WS-PAIR-ROW OCCURS 52 TIMES.
                   03 WS-PAIR-CELL PIC 9(8) VALUE 0 OCCURS 52 TIMES.

           01 WS-SHUFFLES      PIC 9(8) VALUE 0.
           01 WS-SEGMENTS      PIC 9(6) VALUE 0.
           01 WS-LEDGER-ROWS   PIC 9(8) VALUE 0.
           01 WS-GAP-SHUFFLES  PIC 9(8) VALUE 0.
           01 WS-ORDER-ERRORS  PIC 9(8) VALUE 0.

           *>Subscripts.
           01 WS-POS-IX  PIC 99.
           01 WS-CARD-IX PIC 99.
           01 WS-NEXT-IX PIC 99.

           *>Per-position results, and the standardized residual of
           *>every cell (kept for the matrix marks and the flag list).
           01 WS-POS-RESULTS.
               02 WS-POS-CHI2    PIC 9(9)V9(4) OCCURS 52 TIMES.
           01 WS-Z-MATRIX.
               02 WS-Z-ROW OCCURS 52 TIMES.
                   03 WS-CELL-Z PIC S9(5)V99 OCCURS 52 TIMES.

           *>Chi-square work fields - critical values from the
           *>Wilson-Hilferty approximation, as SOLITAIRE_SIGNIF does.
           01 WS-EXPECTED   PIC 9(8)V9(6).
           01 WS-EXP-ROOT   PIC 9(5)V9(6).
           01 WS-DEV        PIC S9(9)V9(6).
           01 WS-Z          PIC S9(5)V99.
           01 WS-Z-ABS      PIC 9(5)V99.
           01 WS-CHI2       PIC 9(9)V9(4).
           01 WS-PAIR-CHI2  PIC 9(9)V9(4).
           01 WS-DF         PIC 9(5).
           01 WS-POS-DF     PIC 9(5).
           01 WS-WH-DIVISOR PIC 9(7).
           01 WS-WH-RATIO   PIC 9V9(9).
           01 WS-WH-TERM    PIC S9(3)V9(9).
           01 WS-WH-CRIT    PIC 9(6)V9(4).
           01 WS-CRIT-5     PIC 9(6)V9(4).
           01 WS-CRIT-1     PIC 9(6)V9(4).
           01 WS-PAIR-CRIT-5 PIC 9(6)V9(4).
           01 WS-PAIR-CRIT-1 PIC 9(6)V9(4).
           01 WS-Z-QUANTILE PIC 9V999.

           *>Adjacent match totals against a fair shuffle: each of the
           *>DECK_SIZE - 1 neighbour slots holds a same-suit pair with
           *>probability (VPS - 1) / (DECK_SIZE - 1) and a same-value
           *>pair with probability 3 / (DECK_SIZE - 1).
           01 WS-SAME-SUIT      PIC 9(10) VALUE 0.
           01 WS-SAME-VALUE     PIC 9(10) VALUE 0.
           01 WS-SAME-SUIT-EXP  PIC 9(10)V9(4).
           01 WS-SAME-VALUE-EXP PIC 9(10)V9(4).

           *>Findings.
           01 WS-FAIL-1-COUNT   PIC 99 VALUE 0.
           01 WS-FAIL-5-COUNT   PIC 99 VALUE 0.
           01 WS-FLAGGED-CELLS  PIC 9(6) VALUE 0.
           01 WS-FLAGGED-PAIRS  PIC 9(6) VALUE 0.
           01 WS-TOO-FEW PIC X VALUE "N".
               88 WS-TOO-FEW-YES VALUE "Y".
           01 WS-JOB-SEVERITY   PIC 9 VALUE 0.

           *>Report lines and edited fields.
           01 WS-RPT-DETAIL PIC X(132).
           01 WS-VERDICT    PIC X(40).
           01 WS-COUNT-ED   PIC Z(9)9.
           01 WS-EXP-ED     PIC Z(9)9.99.
           01 WS-CHI2-ED    PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-CRIT-ED    PIC ZZZ,ZZ9.99.
           01 WS-CRIT-1-ED  PIC ZZZ,ZZ9.99.
           01 WS-Z-ED       PIC -(5)9.99.
           01 WS-LIMIT-ED   PIC 9.99.
           01 WS-POS-ED     PIC Z9.

           *>One line of the frequency matrix: a position and suit,
           *>then up to 13 value columns, each a count and a flag mark.
           01 WS-MATRIX-LINE.
               02 ML-POS-TAG PIC X(4).
               02 ML-POS     PIC Z9.
               02 FILLER     PIC X.
               02 ML-SUIT    PIC A(6).
               02 FILLER     PIC X.
               02 ML-CELL OCCURS 13 TIMES.
                   03 ML-COUNT PIC Z(7)9.
                   03 ML-FLAG  PIC X.
           01 WS-MATRIX-HEAD.
               02 MH-TAG     PIC X(14).
               02 MH-CELL OCCURS 13 TIMES.
                   03 MH-VALUE PIC Z(7)9.
                   03 FILLER   PIC X.

       PROCEDURE DIVISION.

           PERFORM READ_AUDIT_CONTROL

           IF WS-SOURCE-LEDGER THEN
               PERFORM BUILD_DATASET_NAMES
               PERFORM FIND_RUN_ATTRIBUTES
               PERFORM FIND_REGISTRY_MODE
               MOVE WS-HIST-PROFILE TO DP-PROFILE-ID
           ELSE
               MOVE SC-PROFILE TO WS-HIST-PROFILE
           END-IF

           PERFORM LOAD_DECK_CONFIG

           PERFORM INIT_DECK

           *>Every shuffle draws once per card, so the wrong deck size
           *>walks the stream out of step from the first game on.
           IF WS-STAT-FOUND-YES
            AND WS-HIST-DECK-SIZE NOT = WS-DECK_SIZE THEN
               DISPLAY "DECK CONFIG GIVES A " WS-DECK_SIZE
                "-CARD DECK BUT THE RUN PLAYED " WS-HIST-DECK-SIZE
                " CARDS - FIX DECKCFG.DAT BEFORE AUDITING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-SOURCE-LEDGER THEN
               PERFORM VERIFY_LEDGER_TRAILER
               PERFORM SHUFFLE_FROM_LEDGER
           ELSE
               PERFORM SHUFFLE_FROM_SEED_CARD
           END-IF

           IF WS-SHUFFLES = 0 THEN
               DISPLAY "NO SHUFFLES DRAWN - NOTHING TO AUDIT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COMPUTE_POSITION_STATS

           OPEN OUTPUT SHUF-RPT-FILE
           PERFORM WRITE_AUDIT_HEADER
           PERFORM WRITE_POSITION_VERDICTS
           PERFORM WRITE_FIRST_CARD_COUNTS
           PERFORM WRITE_FREQUENCY_MATRIX
           PERFORM WRITE_FLAGGED_CELLS
           PERFORM WRITE_ADJACENT_PAIRS
           PERFORM WRITE_AUDIT_SUMMARY
           CLOSE SHUF-RPT-FILE

           MOVE WS-JOB-SEVERITY TO RETURN-CODE

       STOP RUN.

      *>********************* Control card section ********************

       READ_AUDIT_CONTROL.
           OPEN INPUT SHUF-CTL-FILE
           IF WS-CTL-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO SHUFFLE AUDIT CONTROL CARD (SHUFCTL.DAT) - "
                "NOTHING TO AUDIT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SHUF-CTL-FILE
               AT END
                   DISPLAY "SHUFFLE AUDIT CONTROL CARD EMPTY - NOTHING "
                    "TO AUDIT"
                   CLOSE SHUF-CTL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE SHUF-CTL-FILE

           MOVE SC-SOURCE TO WS-SOURCE
           IF NOT WS-SOURCE-LEDGER AND NOT WS-SOURCE-SEED THEN
               DISPLAY "USAGE: SHUFCTL.DAT COL 1 = L (LEDGER, RUN ID "
                "IN COLS 2-9) OR S (SEED COLS 10-17, SHUFFLES COLS "
                "18-25, PROFILE COLS 26-33)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-SOURCE-LEDGER THEN
               MOVE FUNCTION UPPER-CASE(SC-RUN-ID) TO WS-RUN-ID
           ELSE
               IF SC-SEED IS NUMERIC AND SC-SEED > 0
                AND SC-SHUFFLES IS NUMERIC AND SC-SHUFFLES > 0 THEN
                   MOVE SC-SEED TO WS-CARD-SEED
                   MOVE SC-SHUFFLES TO WS-CARD-COUNT
               ELSE
                   DISPLAY "SEED CARD NEEDS A NON-ZERO SEED (COLS "
                    "10-17) AND SHUFFLE COUNT (COLS 18-25)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF SC-FLAG-LIMIT IS NUMERIC AND SC-FLAG-LIMIT > 0 THEN
               MOVE SC-FLAG-LIMIT TO WS-FLAG-LIMIT
           ELSE
               MOVE WS-FLAG-LIMIT TO WS-LIMIT-ED
               DISPLAY "CELL FLAG LIMIT NOT GIVEN - USING |Z| > "
                WS-LIMIT-ED
           END-IF.

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

      *>********************* Initialize section **********************
      *>Same deck config load and deck build as
      *>SOLITAIRE_PLAY_N_GAMES - the audit must shuffle the identical
      *>deck the run shuffled.

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
               DISPLAY "DECK PROFILE CATALOG (DECKPROF.DAT) NOT "
                "AVAILABLE - STATUS " WS-PROF-STATUS
                " - CANNOT DEAL PROFILE '" WS-HIST-PROFILE "'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HIST-PROFILE TO DP-PROFILE-ID
           READ DECKPROF-FILE
               INVALID KEY
                   DISPLAY "DECK PROFILE '" WS-HIST-PROFILE
                    "' NOT IN THE CATALOG - CANNOT AUDIT"
                   CLOSE DECKPROF-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   IF DP-VALUES-PER-SUIT = 0
                    OR DP-VALUES-PER-SUIT > 13 THEN
                       DISPLAY "DECK PROFILE '" WS-HIST-PROFILE
                        "' VALUES-PER-SUIT " DP-VALUES-PER-SUIT
                        " OUT OF RANGE - CANNOT AUDIT"
                       CLOSE DECKPROF-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE DP-VALUES-PER-SUIT TO WS-VALUES_PER_SUIT
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
                       MOVE DP-SUIT-NAME(I) TO WS-SUITS(I)
                   END-PERFORM
           END-READ
           CLOSE DECKPROF-FILE.

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

      *>****************** Run attribute lookup section ***************
      *>Deck size and profile for the run, from its stat-history
      *>record - same lookup as SOLITAIRE_GAME_RERUN.

       FIND_RUN_ATTRIBUTES.
           OPEN INPUT STAT-HIST-FILE
           IF WS-STAT-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO STAT HISTORY FILE FOUND - AUDITING THE "
                "CONFIGURED DECK"
           ELSE
               MOVE "N" TO WS-STAT-EOF
               PERFORM FIND_RUN_ATTRIBUTES_LOOP UNTIL WS-STAT-EOF-YES
               CLOSE STAT-HIST-FILE
               IF NOT WS-STAT-FOUND-YES THEN
                   DISPLAY "NO STAT HISTORY RECORD FOR RUN ID '"
                    WS-RUN-ID "' - AUDITING THE CONFIGURED DECK"
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
                       MOVE "Y" TO WS-STAT-FOUND
                       MOVE "Y" TO WS-STAT-EOF
                   END-IF
           END-READ.

      *>Seed mode from the run's last RUNREG.DAT entry - same lookup
      *>as SOLITAIRE_REPRO_AUDIT. A deal-mode run played supplied
      *>decks: LG-SEED holds deal ids and no shuffle was ever drawn,
      *>so any statistics here would describe shuffles the run never
      *>played.
       FIND_REGISTRY_MODE.
           OPEN INPUT REG-FILE
           IF WS-REG-FILE-STATUS NOT = "00" THEN
               DISPLAY "NOTE: RUN REGISTRY (RUNREG.DAT) NOT AVAILABLE "
                "- STATUS " WS-REG-FILE-STATUS
                " - SEED MODE NOT CHECKED"
           ELSE
               MOVE "N" TO WS-REG-EOF
               PERFORM FIND_REGISTRY_MODE_LOOP UNTIL WS-REG-EOF-YES
               CLOSE REG-FILE
           END-IF
           IF WS-RUN-SEED-MODE = "D" THEN
               DISPLAY "RUN ID '" WS-RUN-ID "' - DEAL-MODE RUN - NO "
                "SHUFFLE STREAM TO AUDIT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
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

      *>****************** Trailer verification section ***************

       VERIFY_LEDGER_TRAILER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY "LEDGER DATASET " FUNCTION TRIM(WS-LEDGER-DSN)
                " NOT FOUND - STATUS " WS-LEDGER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
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
                   DISPLAY "*** " FUNCTION TRIM(WS-LEDGER-DSN)
                    " FAILS ITS INTEGRITY TRAILER (COUNTED "
                    WS-VFY-COUNT " SEALED " WS-VFY-T-COUNT
                    ") - REFUSING TO AUDIT FROM A DAMAGED LEDGER ***"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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

      *>*********************** Draw section **************************
      *>SHUFFLE_ONE_POSITION / DRAW_SWAP_TARGET are SHUFFLE_DECK_LOOP
      *>and SWAP_ELEMENTS in SOLITAIRE, draw for draw: the same
      *>ROUNDed target, the same redraw on 0 (which consumes a draw
      *>of its own), the same swap - only the cards are carried as
      *>card numbers instead of (value, suit) pairs. Reseeding works
      *>as in SOLITAIRE_PLAY_N_GAMES: the seeding call's own return
      *>value is discarded.

       SHUFFLE_FROM_LEDGER.
           OPEN INPUT LEDGER-FILE
           MOVE "N" TO WS-LEDGER-EOF
           PERFORM SHUFFLE_FROM_LEDGER_LOOP UNTIL WS-LEDGER-EOF-YES
            OR (WS-LEDGER-FILE-STATUS NOT = "00"
                AND WS-LEDGER-FILE-STATUS NOT = "10")
           CLOSE LEDGER-FILE
           IF WS-LEDGER-ROWS = 0 THEN
               DISPLAY "NO LEDGER ROWS FOR RUN ID '" WS-RUN-ID
                "' IN " FUNCTION TRIM(WS-LEDGER-DSN)
           END-IF.

       SHUFFLE_FROM_LEDGER_LOOP.
           READ LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF
               NOT AT END
                   *>Trailer test first - a trailer's hash digits sit
                   *>where LG-RUN-ID lives.
                   IF LEDGER-RECORD(1:8) NOT = "*TRAILER"
                    AND LG-RUN-ID = WS-RUN-ID THEN
                       ADD 1 TO WS-LEDGER-ROWS
                       PERFORM SHUFFLE_FOR_LEDGER_ROW
                   END-IF
           END-READ.

      *>A new LG-SEED is a checkpoint resume: reseed and restart the
      *>game count at the row's game. Inside a segment every game
      *>number up to the row's is shuffled, so a game that left no
      *>row still consumes its draws.
       SHUFFLE_FOR_LEDGER_ROW.
           IF LG-SEED NOT = WS-PREV-SEED THEN
               MOVE LG-SEED TO WS-PREV-SEED
               ADD 1 TO WS-SEGMENTS
               COMPUTE WS-RANDOM_VALUE_INT ROUNDED =
                FUNCTION RANDOM(LG-SEED)
               MOVE LG-GAME-NUM TO WS-NEXT-GAME
           END-IF
           IF LG-GAME-NUM < WS-NEXT-GAME THEN
               ADD 1 TO WS-ORDER-ERRORS
           ELSE
               COMPUTE WS-GAP-SHUFFLES =
                WS-GAP-SHUFFLES + LG-GAME-NUM - WS-NEXT-GAME
               PERFORM DRAW_ONE_SHUFFLE
                   UNTIL WS-NEXT-GAME > LG-GAME-NUM
           END-IF.

       SHUFFLE_FROM_SEED_CARD.
           MOVE 1 TO WS-SEGMENTS
           COMPUTE WS-RANDOM_VALUE_INT ROUNDED =
            FUNCTION RANDOM(WS-CARD-SEED)
           MOVE 1 TO WS-NEXT-GAME
           PERFORM DRAW_ONE_SHUFFLE
               UNTIL WS-NEXT-GAME > WS-CARD-COUNT.

       DRAW_ONE_SHUFFLE.
           PERFORM VARYING WS-POS-IX FROM 1 BY 1
            UNTIL WS-POS-IX > WS-DECK_SIZE
               MOVE WS-POS-IX TO WS-SHUF-CARD(WS-POS-IX)
           END-PERFORM
           PERFORM SHUFFLE_ONE_POSITION VARYING WS-POS-IX FROM 1 BY 1
               UNTIL WS-POS-IX > WS-DECK_SIZE
           PERFORM TALLY_ONE_SHUFFLE
           ADD 1 TO WS-SHUFFLES
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

       TALLY_ONE_SHUFFLE.
           PERFORM VARYING WS-POS-IX FROM 1 BY 1
            UNTIL WS-POS-IX > WS-DECK_SIZE
               MOVE WS-SHUF-CARD(WS-POS-IX) TO WS-CARD-IX
               ADD 1 TO WS-POS-CELL(WS-POS-IX, WS-CARD-IX)
               IF WS-POS-IX > 1 THEN
                   ADD 1 TO WS-PAIR-CELL(WS-NEXT-IX, WS-CARD-IX)
               END-IF
               MOVE WS-CARD-IX TO WS-NEXT-IX
           END-PERFORM.

      *>***************************************************************

      *>********************** Statistics section *********************
      *>Under a fair shuffle every card is equally likely at every
      *>position, so each cell expects SHUFFLES / DECK_SIZE; the
      *>per-position statistic has DECK_SIZE - 1 degrees of freedom.
      *>The classic floor applies - below an expected count of 5 the
      *>verdicts are printed as not tested.

       COMPUTE_POSITION_STATS.
           COMPUTE WS-EXPECTED ROUNDED = WS-SHUFFLES / WS-DECK_SIZE
           COMPUTE WS-EXP-ROOT ROUNDED = FUNCTION SQRT(WS-EXPECTED)
           IF WS-EXPECTED < 5 THEN
               MOVE "Y" TO WS-TOO-FEW
               IF WS-JOB-SEVERITY < 4 THEN
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF

           COMPUTE WS-DF = WS-DECK_SIZE - 1
           MOVE WS-DF TO WS-POS-DF
           MOVE 1.645 TO WS-Z-QUANTILE
           PERFORM WILSON_HILFERTY
           MOVE WS-WH-CRIT TO WS-CRIT-5
           MOVE 2.326 TO WS-Z-QUANTILE
           PERFORM WILSON_HILFERTY
           MOVE WS-WH-CRIT TO WS-CRIT-1

           PERFORM COMPUTE_ONE_POSITION VARYING WS-POS-IX FROM 1 BY 1
               UNTIL WS-POS-IX > WS-DECK_SIZE.

       COMPUTE_ONE_POSITION.
           MOVE 0 TO WS-CHI2
           PERFORM COMPUTE_ONE_CELL VARYING WS-CARD-IX FROM 1 BY 1
               UNTIL WS-CARD-IX > WS-DECK_SIZE
           MOVE WS-CHI2 TO WS-POS-CHI2(WS-POS-IX)
           IF NOT WS-TOO-FEW-YES THEN
               IF WS-CHI2 > WS-CRIT-1 THEN
                   ADD 1 TO WS-FAIL-1-COUNT
                   IF WS-JOB-SEVERITY < 4 THEN
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
               ELSE
                   IF WS-CHI2 > WS-CRIT-5 THEN
                       ADD 1 TO WS-FAIL-5-COUNT
                   END-IF
               END-IF
           END-IF.

       COMPUTE_ONE_CELL.
           COMPUTE WS-DEV =
            WS-POS-CELL(WS-POS-IX, WS-CARD-IX) - WS-EXPECTED
           COMPUTE WS-CHI2 ROUNDED =
            WS-CHI2 + WS-DEV * WS-DEV / WS-EXPECTED
           COMPUTE WS-Z ROUNDED = WS-DEV / WS-EXP-ROOT
           MOVE WS-Z TO WS-CELL-Z(WS-POS-IX, WS-CARD-IX)
           COMPUTE WS-Z-ABS = FUNCTION ABS(WS-Z)
           IF WS-Z-ABS > WS-FLAG-LIMIT AND NOT WS-TOO-FEW-YES THEN
               ADD 1 TO WS-FLAGGED-CELLS
               IF WS-JOB-SEVERITY < 4 THEN
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

      *>Wilson-Hilferty percentile of chi-square with WS-DF degrees
      *>of freedom for the normal quantile in WS-Z-QUANTILE (1.645
      *>for 5%, 2.326 for 1%), answered in WS-WH-CRIT.
       WILSON_HILFERTY.
           COMPUTE WS-WH-DIVISOR = 9 * WS-DF
           COMPUTE WS-WH-RATIO ROUNDED = 2 / WS-WH-DIVISOR
           COMPUTE WS-WH-TERM ROUNDED = 1 - WS-WH-RATIO
             + WS-Z-QUANTILE * FUNCTION SQRT(WS-WH-RATIO)
           COMPUTE WS-WH-CRIT ROUNDED =
            WS-DF * WS-WH-TERM * WS-WH-TERM * WS-WH-TERM.

      *>***************************************************************

      *>*********************** Report section ************************

       WRITE_AUDIT_HEADER.
           MOVE "SOLITAIRE SHUFFLE QUALITY AUDIT" TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           IF WS-SOURCE-LEDGER THEN
               STRING "SOURCE LEDGER " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LEDGER-DSN) DELIMITED BY SIZE
                   " RUN '" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   "' - " DELIMITED BY SIZE
                   WS-LEDGER-ROWS DELIMITED BY SIZE
                   " LEDGER ROWS IN " DELIMITED BY SIZE
                   WS-SEGMENTS DELIMITED BY SIZE
                   " SEED SEGMENT(S)" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
           ELSE
               STRING "SOURCE SEED CARD - SEED " DELIMITED BY SIZE
                   WS-CARD-SEED DELIMITED BY SIZE
                   " SHUFFLES " DELIMITED BY SIZE
                   WS-CARD-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
           END-IF
           MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE

           MOVE SPACES TO WS-RPT-DETAIL
           STRING "DECK SIZE " DELIMITED BY SIZE
               WS-DECK_SIZE DELIMITED BY SIZE
               "  PROFILE '" DELIMITED BY SIZE
               WS-HIST-PROFILE DELIMITED BY SIZE
               "'  SHUFFLES DRAWN " DELIMITED BY SIZE
               WS-SHUFFLES DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE

           IF WS-GAP-SHUFFLES > 0 THEN
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "NOTE: " DELIMITED BY SIZE
                   WS-GAP-SHUFFLES DELIMITED BY SIZE
                   " SHUFFLE(S) DRAWN FOR GAMES WITH NO LEDGER ROW "
                   DELIMITED BY SIZE
                   "(DECK-VALIDATION ABORTS)" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
               WRITE SHUF-RPT-LINE
           END-IF
           IF WS-ORDER-ERRORS > 0 THEN
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "WARNING: " DELIMITED BY SIZE
                   WS-ORDER-ERRORS DELIMITED BY SIZE
                   " LEDGER ROW(S) OUT OF GAME ORDER WITHIN A SEED "
                   DELIMITED BY SIZE
                   "SEGMENT - NOT RE-DRAWN" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
               WRITE SHUF-RPT-LINE
               IF WS-JOB-SEVERITY < 4 THEN
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF

           MOVE WS-EXPECTED TO WS-EXP-ED
           MOVE WS-FLAG-LIMIT TO WS-LIMIT-ED
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "EXPECTED COUNT PER CELL " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXP-ED) DELIMITED BY SIZE
               "  CELL FLAG LIMIT |Z| > " DELIMITED BY SIZE
               WS-LIMIT-ED DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE

           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-CRIT-5 TO WS-CRIT-ED
           MOVE WS-CRIT-1 TO WS-CRIT-1-ED
           STRING "PER-POSITION CHI-SQUARE: DF " DELIMITED BY SIZE
               WS-POS-DF DELIMITED BY SIZE
               "  5% CRITICAL " DELIMITED BY SIZE
               WS-CRIT-ED DELIMITED BY SIZE
               "  1% CRITICAL " DELIMITED BY SIZE
               WS-CRIT-1-ED DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE

           IF WS-TOO-FEW-YES THEN
               MOVE "NOTE: EXPECTED COUNT PER CELL IS BELOW 5 - TOO "
                & "FEW SHUFFLES FOR A VERDICT, DRAW MORE"
                TO SHUF-RPT-LINE
               WRITE SHUF-RPT-LINE
           END-IF.

       WRITE_POSITION_VERDICTS.
           MOVE SPACES TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           MOVE "POSITION UNIFORMITY (POSITION 1 IS THE FIRST CARD "
            & "DEALT)" TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           PERFORM WRITE_ONE_POSITION_VERDICT
               VARYING WS-POS-IX FROM 1 BY 1
               UNTIL WS-POS-IX > WS-DECK_SIZE.

       WRITE_ONE_POSITION_VERDICT.
           EVALUATE TRUE
               WHEN WS-TOO-FEW-YES
                   MOVE "NOT TESTED" TO WS-VERDICT
               WHEN WS-POS-CHI2(WS-POS-IX) > WS-CRIT-1
                   MOVE "*** BIASED - FAILS AT THE 1% LEVEL ***"
                    TO WS-VERDICT
               WHEN WS-POS-CHI2(WS-POS-IX) > WS-CRIT-5
                   MOVE "SUSPECT - FAILS AT THE 5% LEVEL"
                    TO WS-VERDICT
               WHEN OTHER
                   MOVE "UNIFORM" TO WS-VERDICT
           END-EVALUATE
           MOVE WS-POS-IX TO WS-POS-ED
           MOVE WS-POS-CHI2(WS-POS-IX) TO WS-CHI2-ED
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  POS " DELIMITED BY SIZE
               WS-POS-ED DELIMITED BY SIZE
               "  CHI-SQUARE " DELIMITED BY SIZE
               WS-CHI2-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VERDICT DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE.

       WRITE_FIRST_CARD_COUNTS.
           MOVE SPACES TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           MOVE "FIRST CARD DEALT - TIMES EACH CARD CAME OFF THE TOP"
            TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           MOVE 1 TO WS-POS-IX
           PERFORM WRITE_ONE_FIRST_CARD VARYING WS-CARD-IX FROM 1 BY 1
               UNTIL WS-CARD-IX > WS-DECK_SIZE.

       WRITE_ONE_FIRST_CARD.
           MOVE WS-POS-CELL(1, WS-CARD-IX) TO WS-COUNT-ED
           MOVE WS-CELL-Z(1, WS-CARD-IX) TO WS-Z-ED
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  (" DELIMITED BY SIZE
               WS-VALUE(WS-CARD-IX) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-SUIT(WS-CARD-IX) DELIMITED BY SIZE
               ")  FIRST " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  Z " DELIMITED BY SIZE
               WS-Z-ED DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-CELL-Z(1, WS-CARD-IX) TO WS-Z
           COMPUTE WS-Z-ABS = FUNCTION ABS(WS-Z)
           IF WS-Z-ABS > WS-FLAG-LIMIT AND NOT WS-TOO-FEW-YES THEN
               MOVE "  <-- FLAGGED" TO WS-RPT-DETAIL(50:13)
           END-IF
           MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE.

      *>One block per position, one line per suit, one column per
      *>value - the cards run in INIT_DECK order, suit by suit. A *
      *>after a count marks a flagged cell.
       WRITE_FREQUENCY_MATRIX.
           MOVE SPACES TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           MOVE "CARD-BY-POSITION FREQUENCY MATRIX (* = FLAGGED CELL)"
            TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           MOVE SPACES TO WS-MATRIX-HEAD
           MOVE "POS SUIT  VAL:" TO MH-TAG
           PERFORM VARYING WS-CARD-IX FROM 1 BY 1
            UNTIL WS-CARD-IX > WS-VALUES_PER_SUIT
               MOVE WS-CARD-IX TO MH-VALUE(WS-CARD-IX)
           END-PERFORM
           MOVE WS-MATRIX-HEAD TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           PERFORM WRITE_MATRIX_POSITION VARYING WS-POS-IX FROM 1 BY 1
               UNTIL WS-POS-IX > WS-DECK_SIZE.

       WRITE_MATRIX_POSITION.
           PERFORM WRITE_MATRIX_SUIT_LINE VARYING I FROM 1 BY 1
               UNTIL I > 4.

       WRITE_MATRIX_SUIT_LINE.
           MOVE SPACES TO WS-MATRIX-LINE
           IF I = 1 THEN
               MOVE "POS " TO ML-POS-TAG
               MOVE WS-POS-IX TO ML-POS
           END-IF
           MOVE WS-SUITS(I) TO ML-SUIT
           PERFORM WRITE_MATRIX_CELL VARYING J FROM 1 BY 1
               UNTIL J > WS-VALUES_PER_SUIT
           MOVE WS-MATRIX-LINE TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE.

       WRITE_MATRIX_CELL.
           COMPUTE WS-CARD-IX = (I - 1) * WS-VALUES_PER_SUIT + J
           MOVE WS-POS-CELL(WS-POS-IX, WS-CARD-IX) TO ML-COUNT(J)
           MOVE WS-CELL-Z(WS-POS-IX, WS-CARD-IX) TO WS-Z
           COMPUTE WS-Z-ABS = FUNCTION ABS(WS-Z)
           IF WS-Z-ABS > WS-FLAG-LIMIT AND NOT WS-TOO-FEW-YES THEN
               MOVE "*" TO ML-FLAG(J)
           END-IF.

       WRITE_FLAGGED_CELLS.
           MOVE SPACES TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "FLAGGED CELLS: " DELIMITED BY SIZE
               WS-FLAGGED-CELLS DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           IF WS-FLAGGED-CELLS > 0 THEN
               PERFORM WRITE_FLAGGED_POSITION
                   VARYING WS-POS-IX FROM 1 BY 1
                   UNTIL WS-POS-IX > WS-DECK_SIZE
           END-IF.

       WRITE_FLAGGED_POSITION.
           PERFORM WRITE_FLAGGED_CELL VARYING WS-CARD-IX FROM 1 BY 1
               UNTIL WS-CARD-IX > WS-DECK_SIZE.

       WRITE_FLAGGED_CELL.
           MOVE WS-CELL-Z(WS-POS-IX, WS-CARD-IX) TO WS-Z
           COMPUTE WS-Z-ABS = FUNCTION ABS(WS-Z)
           IF WS-Z-ABS > WS-FLAG-LIMIT THEN
               MOVE WS-POS-IX TO WS-POS-ED
               MOVE WS-POS-CELL(WS-POS-IX, WS-CARD-IX) TO WS-COUNT-ED
               MOVE WS-Z TO WS-Z-ED
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  POS " DELIMITED BY SIZE
                   WS-POS-ED DELIMITED BY SIZE
                   "  CARD (" DELIMITED BY SIZE
                   WS-VALUE(WS-CARD-IX) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   WS-SUIT(WS-CARD-IX) DELIMITED BY SIZE
                   ")  COUNT " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   "  EXPECTED " DELIMITED BY SIZE
                   WS-EXP-ED DELIMITED BY SIZE
                   "  Z " DELIMITED BY SIZE
                   WS-Z-ED DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
               WRITE SHUF-RPT-LINE
           END-IF.

      *>Ordered neighbour pairs: each of the DECK_SIZE * (DECK_SIZE -
      *>1) ordered pairs of different cards expects SHUFFLES /
      *>DECK_SIZE occurrences, same cell expectation as the position
      *>matrix. Flagged pairs are listed as they are met.
       WRITE_ADJACENT_PAIRS.
           MOVE SPACES TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           MOVE "ADJACENT PAIRS (CARD B DEALT RIGHT AFTER CARD A)"
            TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           MOVE 0 TO WS-PAIR-CHI2
           IF WS-DECK_SIZE > 1 THEN
               PERFORM TALLY_PAIR_ROW VARYING WS-NEXT-IX FROM 1 BY 1
                   UNTIL WS-NEXT-IX > WS-DECK_SIZE
           END-IF
           MOVE WS-PAIR-CHI2 TO WS-CHI2-ED

           COMPUTE WS-DF = WS-DECK_SIZE * (WS-DECK_SIZE - 1) - 1
           MOVE 1.645 TO WS-Z-QUANTILE
           PERFORM WILSON_HILFERTY
           MOVE WS-WH-CRIT TO WS-PAIR-CRIT-5
           MOVE 2.326 TO WS-Z-QUANTILE
           PERFORM WILSON_HILFERTY
           MOVE WS-WH-CRIT TO WS-PAIR-CRIT-1

           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-PAIR-CRIT-1 TO WS-CRIT-ED
           STRING "  PAIR CHI-SQUARE " DELIMITED BY SIZE
               WS-CHI2-ED DELIMITED BY SIZE
               "  DF " DELIMITED BY SIZE
               WS-DF DELIMITED BY SIZE
               "  1% CRITICAL " DELIMITED BY SIZE
               WS-CRIT-ED DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           EVALUATE TRUE
               WHEN WS-TOO-FEW-YES
                   MOVE "  VERDICT: NOT TESTED" TO SHUF-RPT-LINE
               WHEN WS-PAIR-CHI2 > WS-PAIR-CRIT-1
                   MOVE "  VERDICT: *** NEIGHBOUR PAIRS ARE NOT "
                    & "UNIFORM AT THE 1% LEVEL ***" TO SHUF-RPT-LINE
                   IF WS-JOB-SEVERITY < 4 THEN
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
               WHEN WS-PAIR-CHI2 > WS-PAIR-CRIT-5
                   MOVE "  VERDICT: SUSPECT - NEIGHBOUR PAIRS FAIL AT "
                    & "THE 5% LEVEL" TO SHUF-RPT-LINE
               WHEN OTHER
                   MOVE "  VERDICT: NEIGHBOUR PAIRS UNIFORM"
                    TO SHUF-RPT-LINE
           END-EVALUATE
           WRITE SHUF-RPT-LINE

           COMPUTE WS-SAME-SUIT-EXP ROUNDED =
            WS-SHUFFLES * (WS-VALUES_PER_SUIT - 1)
           COMPUTE WS-SAME-VALUE-EXP ROUNDED = WS-SHUFFLES * 3
           MOVE WS-SAME-SUIT TO WS-COUNT-ED
           MOVE WS-SAME-SUIT-EXP TO WS-EXP-ED
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  SAME-SUIT NEIGHBOURS  " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  FAIR SHUFFLE GIVES " DELIMITED BY SIZE
               WS-EXP-ED DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           MOVE WS-SAME-VALUE TO WS-COUNT-ED
           MOVE WS-SAME-VALUE-EXP TO WS-EXP-ED
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  SAME-VALUE NEIGHBOURS " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  FAIR SHUFFLE GIVES " DELIMITED BY SIZE
               WS-EXP-ED DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  FLAGGED PAIRS: " DELIMITED BY SIZE
               WS-FLAGGED-PAIRS DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE.

       TALLY_PAIR_ROW.
           PERFORM TALLY_PAIR_CELL VARYING WS-CARD-IX FROM 1 BY 1
               UNTIL WS-CARD-IX > WS-DECK_SIZE.

       TALLY_PAIR_CELL.
           IF WS-CARD-IX NOT = WS-NEXT-IX THEN
               IF WS-SUIT(WS-CARD-IX) = WS-SUIT(WS-NEXT-IX) THEN
                   ADD WS-PAIR-CELL(WS-NEXT-IX, WS-CARD-IX)
                    TO WS-SAME-SUIT
               END-IF
               IF WS-VALUE(WS-CARD-IX) = WS-VALUE(WS-NEXT-IX) THEN
                   ADD WS-PAIR-CELL(WS-NEXT-IX, WS-CARD-IX)
                    TO WS-SAME-VALUE
               END-IF
               COMPUTE WS-DEV =
                WS-PAIR-CELL(WS-NEXT-IX, WS-CARD-IX) - WS-EXPECTED
               COMPUTE WS-PAIR-CHI2 ROUNDED =
                WS-PAIR-CHI2 + WS-DEV * WS-DEV / WS-EXPECTED
               COMPUTE WS-Z ROUNDED = WS-DEV / WS-EXP-ROOT
               COMPUTE WS-Z-ABS = FUNCTION ABS(WS-Z)
               IF WS-Z-ABS > WS-FLAG-LIMIT AND NOT WS-TOO-FEW-YES THEN
                   PERFORM WRITE_FLAGGED_PAIR
               END-IF
           END-IF.

       WRITE_FLAGGED_PAIR.
           ADD 1 TO WS-FLAGGED-PAIRS
           IF WS-JOB-SEVERITY < 4 THEN
               MOVE 4 TO WS-JOB-SEVERITY
           END-IF
           MOVE WS-PAIR-CELL(WS-NEXT-IX, WS-CARD-IX) TO WS-COUNT-ED
           MOVE WS-Z TO WS-Z-ED
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  FLAGGED PAIR (" DELIMITED BY SIZE
               WS-VALUE(WS-NEXT-IX) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-SUIT(WS-NEXT-IX) DELIMITED BY SIZE
               ") THEN (" DELIMITED BY SIZE
               WS-VALUE(WS-CARD-IX) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-SUIT(WS-CARD-IX) DELIMITED BY SIZE
               ")  COUNT " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  Z " DELIMITED BY SIZE
               WS-Z-ED DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE.

       WRITE_AUDIT_SUMMARY.
           MOVE SPACES TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "POSITIONS FAILING AT 1%: " DELIMITED BY SIZE
               WS-FAIL-1-COUNT DELIMITED BY SIZE
               "  AT 5% ONLY: " DELIMITED BY SIZE
               WS-FAIL-5-COUNT DELIMITED BY SIZE
               "  FLAGGED CELLS: " DELIMITED BY SIZE
               WS-FLAGGED-CELLS DELIMITED BY SIZE
               "  FLAGGED PAIRS: " DELIMITED BY SIZE
               WS-FLAGGED-PAIRS DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO SHUF-RPT-LINE
           WRITE SHUF-RPT-LINE
           EVALUATE TRUE
               WHEN WS-TOO-FEW-YES
                   MOVE "VERDICT: NOT ENOUGH SHUFFLES FOR A VERDICT"
                    TO SHUF-RPT-LINE
               WHEN WS-JOB-SEVERITY > 0
                   MOVE "VERDICT: THE SHUFFLE STREAM SHOWS BIAS - "
                    & "SEE THE FAILING POSITIONS AND FLAGGED CELLS"
                    TO SHUF-RPT-LINE
               WHEN OTHER
                   MOVE "VERDICT: NO EVIDENCE OF SHUFFLE BIAS"
                    TO SHUF-RPT-LINE
           END-EVALUATE
           WRITE SHUF-RPT-LINE

           DISPLAY "SHUFFLE AUDIT COMPLETE - SHUFFLES " WS-SHUFFLES
            " POSITIONS FAILING AT 1% " WS-FAIL-1-COUNT
            " FLAGGED CELLS " WS-FLAGGED-CELLS
            " FLAGGED PAIRS " WS-FLAGGED-PAIRS
           DISPLAY "REPORT WRITTEN TO SHUFAUD.RPT".
