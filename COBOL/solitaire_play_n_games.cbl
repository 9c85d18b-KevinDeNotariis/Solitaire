               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           *>Monitoring event feed (see eventrec.cpy) - run started,
           *>checkpoint taken, run completed or failed. Opened EXTEND
           *>/ written / closed per event, like the job error log.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

           *>Supplied deals - seed mode D plays the decks in this
           *>dataset, one game per record in file order, instead of
           *>shuffling (tournament tables, disputed hands, published
           *>test sets). Deals that cannot be played are listed on
           *>the exception report DEALEXC.RPT and the run carries on.
           SELECT DEAL-FILE ASSIGN TO "DEALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEAL-FILE-STATUS.

           SELECT DEAL-EXC-FILE ASSIGN TO "DEALEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

           *>Dataset catalog (see dscat.cpy) - the run's ledger is
           *>entered, or its seal count refreshed, each time it is
           *>sealed. Opened I-O / updated / closed per dataset.
           SELECT DSCAT-FILE ASSIGN TO "DSCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-DSN
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

               03 CHK-STAT PIC 9(6) OCCURS 52 TIMES.
           02 CHK-MATCH-RULE        PIC X.
           02 CHK-DECK-PROFILE      PIC X(8).
           02 CHK-SEED-MODE         PIC X.

       FD  STAT-OUT-FILE.
       COPY "statrec.cpy".
       FD  ERR-FILE.
       01 ERR-LINE PIC X(100).

       FD  EVENT-FILE.
       COPY "eventrec.cpy".

       *>DEALS.DAT record: deal id (numeric, carried onto the ledger
       *>in place of the seed), the number of cards that follow, then
       *>the cards in dealing order - value plus suit name exactly as
       *>the run's deck profile (or DECKCFG.DAT) spells it. Positions
       *>past the card count are left blank.
       FD  DEAL-FILE.
       01 DEAL-RECORD.
           02 DL-DEAL-ID    PIC 9(8).
           02 DL-CARD-COUNT PIC 99.
           02 DL-CARDS OCCURS 52 TIMES.
               03 DL-VALUE PIC 99.
               03 DL-SUIT  PIC A(6).

       FD  DEAL-EXC-FILE.
       01 DEAL-EXC-LINE PIC X(132).

       FD  DSCAT-FILE.
       COPY "dscat.cpy".

       WORKING-STORAGE SECTION.
           01 WS-SUIT-TABLE.
               02 WS-SUITS PIC A(6) OCCURS 4 TIMES INDEXED BY I.
           *>resume must not change the deck mid-run.
           01 WS-DECK-PROFILE PIC X(8) VALUE SPACES.

           *>req 008 - RNG seed control. D is not a seed at all: the
           *>run plays the supplied decks in DEALS.DAT (see the SELECT
           *>DEAL-FILE comment) and each ledger row carries its deal
           *>id where a shuffled game carries its seed.
           01 WS-SEED-MODE PIC X VALUE "F".
               88 WS-SEED-FIXED  VALUE "F".
               88 WS-SEED-RANDOM VALUE "R".
               88 WS-SEED-DEALS  VALUE "D".
           01 WS-SEED-OVERRIDE PIC 9(8) VALUE 0.
           01 WS-CD-YYYYMMDD   PIC 9(8).
           01 WS-CD-HHMMSS     PIC 9(8).
           01 WS-JOB-SEVERITY    PIC 9 VALUE 0.
           01 WS-AUDIT-ERR-COUNT PIC 9(6) VALUE 0.

           *>Event for the monitoring feed, filled in by the caller
           *>before PERFORM LOG_EVENT (run id is always WS-RUN-ID).
           01 WS-EVENT-FILE-STATUS PIC XX.
           01 WS-EV-TIME-RAW PIC 9(8).
           01 WS-EV-SEVERITY PIC 9.
           01 WS-EV-CODE     PIC X(8).
           01 WS-EV-TEXT     PIC X(80).
           01 WS-EV-GAMES-DONE PIC 9(6).
           01 WS-EV-DECK     PIC X(18).

           *>req 003 - win/loss and percentage breakdown.
           01 WS-PCT       PIC 999V99.
           01 WS-WIN-COUNT PIC 9(6).
           01 WS-LOSS-PCT-ED PIC ZZ9.99.

           *>Signals SOLITAIRE to close AUDIT-FILE instead of playing a
           *>game - see CLOSE_AUDIT_TRAIL - or, set to 2 for the whole
           *>of a deal-mode run, to play WS-DECK as supplied instead of
           *>shuffling it.
           01 WS-CLOSE-AUDIT PIC 9 VALUE 0.

           *>Supplied-deal state - see the SELECT DEAL-FILE comment.
           *>WS-DEAL-REASON is SPACES while the deal in hand is
           *>playable and otherwise says why it was rejected.
           01 WS-DEAL-FILE-STATUS PIC XX.
           01 WS-EXC-FILE-STATUS  PIC XX.
           01 WS-DEAL-EOF PIC X VALUE "N".
               88 WS-DEAL-EOF-YES VALUE "Y".
           01 WS-DEALS-IN-FILE    PIC 9(6) VALUE 0.
           01 WS-DEALS-SKIPPED    PIC 9(6) VALUE 0.
           01 WS-DEAL-ID          PIC 9(8) VALUE 0.
           01 WS-DEAL-ID-TEXT     PIC X(8).
           01 WS-DEAL-REASON      PIC X(80).
           01 WS-DEAL-PLAYED      PIC 9(6) VALUE 0.
           01 WS-DEAL-REJECTED    PIC 9(6) VALUE 0.
           01 WS-DEAL-FIRST-GAME  PIC 9(6) VALUE 0.
           01 WS-DEAL-TAIL-POS    PIC 9(3).
           01 WS-DEAL-SIZE-ED     PIC Z9.
           01 WS-EXC-OPEN PIC X VALUE "N".
               88 WS-EXC-OPEN-YES VALUE "Y".
           01 WS-EXC-DATE         PIC 9(8).
           01 WS-EXC-DETAIL       PIC X(132).

           *>Dataset catalog entry - see CATALOG_DATASET.
           01 WS-CAT-STATUS   PIC XX.
           01 WS-CAT-DSN      PIC X(30).
           01 WS-CAT-TYPE     PIC X(8).
           01 WS-CAT-COUNT    PIC 9(8).
           01 WS-CAT-REC-LEN  PIC 9(4).
           01 WS-CAT-TODAY    PIC 9(8).

       PROCEDURE DIVISION.

           PERFORM GET_RUN_PARMS

           PERFORM LOAD_CHECKPOINT

           *>A deal-mode run plays exactly as many games as DEALS.DAT
           *>holds deals, so the count is settled before the run is
           *>registered with it. Follows LOAD_CHECKPOINT, which pins
           *>the deal source on a resume.
           IF WS-SEED-DEALS THEN
               PERFORM COUNT_DEALS
           END-IF

           *>Register the run (or refuse a double submission) before
           *>any game-state dataset is touched; must follow
           *>LOAD_CHECKPOINT because a legitimate resume of an
               PERFORM REGISTER_RUN
           END-IF

           PERFORM LOG_RUN_START_EVENT

           *>Deck selection runs AFTER LOAD_CHECKPOINT so a resume
           *>plays the profile the checkpoint was taken under (see
           *>the WS-DECK-PROFILE comment), and before anything that
           IF WS-RUN-ABORTED-YES THEN
               DISPLAY "RUN STOPPED - DECK ABORT COUNT "
                WS-DECK-ABORT-COUNT " REACHED LIMIT " WS-ABORT-LIMIT
               MOVE SPACES TO WS-EV-TEXT
               STRING "STOPPED - DECK ABORT COUNT " DELIMITED BY SIZE
                   WS-DECK-ABORT-COUNT DELIMITED BY SIZE
                   " REACHED LIMIT " DELIMITED BY SIZE
                   WS-ABORT-LIMIT DELIMITED BY SIZE
                   " - RESUMABLE FROM CHECKPOINT" DELIMITED BY SIZE
                   INTO WS-EV-TEXT
               PERFORM LOG_RUN_FAIL_EVENT
               IF WS-RUN-ID NOT = SPACES THEN
                   MOVE "FAILED  " TO WS-REG-SET-STATUS
                   PERFORM FINALIZE_RUN_REGISTRY
           IF WS-DECK-ABORT-COUNT > 0 AND WS-JOB-SEVERITY < 4 THEN
               MOVE 4 TO WS-JOB-SEVERITY
           END-IF

           COMPUTE WS-EV-GAMES-DONE = WS-PLAY_N_GAMES_IND - 1
           MOVE SPACES TO WS-EV-TEXT
           STRING "COMPLETED - " DELIMITED BY SIZE
               WS-EV-GAMES-DONE DELIMITED BY SIZE
               " GAMES, " DELIMITED BY SIZE
               WS-DECK-ABORT-COUNT DELIMITED BY SIZE
               " DECK ABORTS, RC " DELIMITED BY SIZE
               WS-JOB-SEVERITY DELIMITED BY SIZE
               INTO WS-EV-TEXT
           MOVE WS-JOB-SEVERITY TO WS-EV-SEVERITY
           MOVE "RUNDONE" TO WS-EV-CODE
           PERFORM LOG_EVENT

           MOVE WS-JOB-SEVERITY TO RETURN-CODE

       STOP RUN.
               DISPLAY "DECK PROFILE CATALOG (DECKPROF.DAT) NOT "
                "AVAILABLE - STATUS " WS-PROF-STATUS
                " (RUN SOLITAIRE_DECKPROF_LOAD FIRST)"
               MOVE SPACES TO WS-EV-TEXT
               STRING "FAILED - DECKPROF.DAT NOT AVAILABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-PROF-STATUS DELIMITED BY SIZE
                   INTO WS-EV-TEXT
               PERFORM LOG_RUN_FAIL_EVENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
                   DISPLAY "DECK PROFILE '" WS-DECK-PROFILE
                    "' NOT IN THE CATALOG - REFUSING TO PLAY AN "
                    "UNKNOWN DECK"
                   MOVE SPACES TO WS-EV-TEXT
                   STRING "FAILED - DECK PROFILE '" DELIMITED BY SIZE
                       WS-DECK-PROFILE DELIMITED BY SPACE
                       "' NOT IN THE CATALOG" DELIMITED BY SIZE
                       INTO WS-EV-TEXT
                   PERFORM LOG_RUN_FAIL_EVENT
                   CLOSE DECKPROF-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                       DISPLAY "DECK PROFILE '" WS-DECK-PROFILE
                        "' VALUES-PER-SUIT " DP-VALUES-PER-SUIT
                        " OUT OF RANGE (1-13) - REFUSING TO PLAY"
                       MOVE SPACES TO WS-EV-TEXT
                       STRING "FAILED - DECK PROFILE '"
                           DELIMITED BY SIZE
                           WS-DECK-PROFILE DELIMITED BY SPACE
                           "' VALUES-PER-SUIT OUT OF RANGE"
                           DELIMITED BY SIZE
                           INTO WS-EV-TEXT
                       PERFORM LOG_RUN_FAIL_EVENT
                       CLOSE DECKPROF-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   DISPLAY "PARM STAT-BOOL INVALID - USING DEFAULT "
                    WS-STAT_BOOL
               END-IF
               IF PARM-SEED-MODE = "F" OR PARM-SEED-MODE = "R"
                OR PARM-SEED-MODE = "D" THEN
                   MOVE PARM-SEED-MODE TO WS-SEED-MODE
               ELSE
                   DISPLAY "PARM SEED-MODE INVALID - USING DEFAULT "
                            "USING DEFAULT " WS-STAT_BOOL
                       END-IF
                       IF CTL-SEED-MODE = "F" OR CTL-SEED-MODE = "R"
                        OR CTL-SEED-MODE = "D" THEN
                           MOVE CTL-SEED-MODE TO WS-SEED-MODE
                       ELSE
                           DISPLAY "CONTROL FILE SEED-MODE INVALID - "
                       *>means the run played from DECKCFG.DAT and
                       *>must keep doing so).
                       MOVE CHK-DECK-PROFILE TO WS-DECK-PROFILE
                       *>And for the deal source: a run that was
                       *>playing DEALS.DAT resumes on DEALS.DAT, and a
                       *>shuffled run never switches onto it. SPACE
                       *>covers checkpoints written before deal mode
                       *>existed, which were all shuffled runs.
                       IF CHK-SEED-MODE = "D" THEN
                           MOVE "D" TO WS-SEED-MODE
                       ELSE
                           IF WS-SEED-DEALS THEN
                               MOVE "F" TO WS-SEED-MODE
                           END-IF
                       END-IF
                       DISPLAY "RESUMING FROM CHECKPOINT AT GAME "
                        WS-PLAY_N_GAMES_IND
               END-READ
           MOVE WS-STAT-TABLE TO CHK-STAT-TABLE
           MOVE WS-MATCH-RULE TO CHK-MATCH-RULE
           MOVE WS-DECK-PROFILE TO CHK-DECK-PROFILE
           MOVE WS-SEED-MODE TO CHK-SEED-MODE
           OPEN OUTPUT CHK-FILE
           WRITE CHK-RECORD
           MOVE SPACES TO WS-EV-TEXT
           IF WS-CHK-FILE-STATUS NOT = "00" THEN
               MOVE WS-CHK-DSN TO WS-ERR-FILE-NAME
               MOVE WS-CHK-FILE-STATUS TO WS-ERR-IO-STATUS
               PERFORM LOG_JOB_ERROR
               MOVE 8 TO WS-JOB-SEVERITY
               MOVE 8 TO WS-EV-SEVERITY
               STRING "CHECKPOINT WRITE FAILED AT GAME "
                   DELIMITED BY SIZE
                   WS-PLAY_N_GAMES_IND DELIMITED BY SIZE
                   ", STATUS " DELIMITED BY SIZE
                   WS-CHK-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-EV-TEXT
           ELSE
               MOVE 0 TO WS-EV-SEVERITY
               STRING "CHECKPOINT AT GAME " DELIMITED BY SIZE
                   WS-PLAY_N_GAMES_IND DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WS-NUM_OF_GAMES DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   WS-DECK-ABORT-COUNT DELIMITED BY SIZE
                   " DECK ABORTS SO FAR" DELIMITED BY SIZE
                   INTO WS-EV-TEXT
           END-IF
           CLOSE CHK-FILE
           MOVE "CHECKPT" TO WS-EV-CODE
           PERFORM LOG_EVENT
           PERFORM WRITE_PERF_RECORD.

      *>One timing record per checkpoint. Telemetry, not game data -
               DISPLAY "RUN ID '" WS-RUN-ID "' ALREADY SHOWS STATUS "
                WS-REG-FOUND-STATUS " IN THE RUN REGISTRY TODAY - "
                "REFUSING DOUBLE SUBMISSION"
               MOVE SPACES TO WS-EV-TEXT
               STRING "REFUSED - DOUBLE SUBMISSION, REGISTRY SHOWS "
                   DELIMITED BY SIZE
                   WS-REG-FOUND-STATUS DELIMITED BY SPACE
                   " TODAY" DELIMITED BY SIZE
                   INTO WS-EV-TEXT
               PERFORM LOG_RUN_FAIL_EVENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

       *>***************************************************************

       *>******************** Event feed section ************************
       *>One EVENTS.DAT record per event, so the monitoring console
       *>hears about the run while it is still in the batch window
       *>rather than from SOLITAIRE_OPS_MONITOR the next morning. The
       *>feed only repeats what the job already reports: failing to
       *>write it is shown on the console but never changes the RC.

       LOG_RUN_START_EVENT.
           MOVE SPACES TO WS-EV-DECK
           IF WS-DECK-PROFILE = SPACES THEN
               MOVE "DECKCFG.DAT" TO WS-EV-DECK
           ELSE
               STRING "PROFILE '" DELIMITED BY SIZE
                   WS-DECK-PROFILE DELIMITED BY SPACE
                   "'" DELIMITED BY SIZE
                   INTO WS-EV-DECK
           END-IF
           MOVE SPACES TO WS-EV-TEXT
           IF WS-CHECKPOINT-EXISTS-YES THEN
               STRING "RESUMED AT GAME " DELIMITED BY SIZE
                   WS-PLAY_N_GAMES_IND DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WS-NUM_OF_GAMES DELIMITED BY SIZE
                   " - SEED MODE " DELIMITED BY SIZE
                   WS-SEED-MODE DELIMITED BY SIZE
                   " RULE " DELIMITED BY SIZE
                   WS-MATCH-RULE DELIMITED BY SIZE
                   " DECK " DELIMITED BY SIZE
                   WS-EV-DECK DELIMITED BY SIZE
                   INTO WS-EV-TEXT
           ELSE
               STRING "STARTED - " DELIMITED BY SIZE
                   WS-NUM_OF_GAMES DELIMITED BY SIZE
                   " GAMES, SEED MODE " DELIMITED BY SIZE
                   WS-SEED-MODE DELIMITED BY SIZE
                   " RULE " DELIMITED BY SIZE
                   WS-MATCH-RULE DELIMITED BY SIZE
                   " DECK " DELIMITED BY SIZE
                   WS-EV-DECK DELIMITED BY SIZE
                   INTO WS-EV-TEXT
           END-IF
           MOVE 0 TO WS-EV-SEVERITY
           MOVE "RUNSTART" TO WS-EV-CODE
           PERFORM LOG_EVENT.

       *>Callers put the reason in WS-EV-TEXT first.
       LOG_RUN_FAIL_EVENT.
           MOVE 8 TO WS-EV-SEVERITY
           MOVE "RUNFAIL" TO WS-EV-CODE
           PERFORM LOG_EVENT.

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
               MOVE "SOLITAIRE_PLAY_N_GAMES" TO EV-PROGRAM
               MOVE WS-RUN-ID TO EV-RUN-ID
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

       *>****************** Dataset catalog section ********************
       *>Enter WS-CAT-DSN on the dataset catalog, or refresh its
       *>seal count if it is already there (a resumed or repeated run
       *>re-seals the same dataset). The catalog only describes the
       *>estate: failing to update it is shown on the console (the
       *>enrol pass of SOLITAIRE_DSCAT_INVENTORY picks up a dataset
       *>the catalog missed) but never changes the RC.
       CATALOG_DATASET.
           ACCEPT WS-CAT-TODAY FROM DATE YYYYMMDD
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
                       MOVE WS-RUN-ID TO DC-RUN-ID
                       MOVE WS-CAT-TYPE TO DC-TYPE
                       MOVE "SOLITAIRE_PLAY_N_GAMES" TO DC-PROGRAM
                       MOVE WS-CAT-TODAY TO DC-CREATE-DATE
                       MOVE WS-CAT-COUNT TO DC-SEAL-COUNT
                       MOVE WS-CAT-TODAY TO DC-SEAL-DATE
                       MOVE WS-CAT-REC-LEN TO DC-RECORD-LEN
                       MOVE 0 TO DC-VERIFY-DATE
                       MOVE 0 TO DC-ARCHIVE-DATE
                       WRITE DSCAT-RECORD
                   NOT INVALID KEY
                       MOVE WS-CAT-COUNT TO DC-SEAL-COUNT
                       MOVE WS-CAT-TODAY TO DC-SEAL-DATE
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

       *>************ Ledger/audit reconciliation section **************
       *>req 004/007 follow-up - on a resume, drop any LEDGER-FILE/
       *>AUDIT-FILE records for game numbers >= WS-PLAY_N_GAMES_IND (the

       PLAY_N_GAMES.
           PERFORM OPEN_LEDGER
           IF WS-SEED-DEALS THEN
               PERFORM OPEN_DEALS
           END-IF
           PERFORM PLAY_N_GAMES_LOOP VARYING WS-PLAY_N_GAMES_IND
               FROM WS-PLAY_N_GAMES_IND BY 1
               UNTIL WS-PLAY_N_GAMES_IND > WS-NUM_OF_GAMES
                OR WS-RUN-ABORTED-YES
           PERFORM SEAL_LEDGER
           CLOSE LEDGER-FILE
           MOVE WS-LEDGER-DSN TO WS-CAT-DSN
           MOVE "LEDGER" TO WS-CAT-TYPE
           MOVE WS-LG-TRAIL-COUNT TO WS-CAT-COUNT
           MOVE 24 TO WS-CAT-REC-LEN
           PERFORM CATALOG_DATASET
           IF WS-SEED-DEALS THEN
               PERFORM CLOSE_DEALS
           END-IF.

       OPEN_LEDGER.
           PERFORM PRESCAN_LEDGER_TOTALS
           END-IF

           MOVE 0 TO WS-DECK-ABORT
           MOVE SPACES TO WS-DEAL-REASON
           IF WS-SEED-DEALS THEN
               PERFORM READ_NEXT_DEAL
           END-IF

           *>A supplied deal that is not even laid out as a deal is
           *>never handed to SOLITAIRE - it is rejected below exactly
           *>as if VALIDATE_DECK had refused it.
           IF WS-DEAL-REASON = SPACES THEN
               CALL 'SOLITAIRE' USING BY CONTENT WS-SUIT-TABLE,
                BY CONTENT WS-DECK, BY CONTENT WS-BOQUETS-DECK,
                BY CONTENT WS-DUMMY-CARD,
                BY CONTENT WS-RANDOM_VALUE_INT,
                BY CONTENT WS-PRINT_IND, BY CONTENT WS-PLAY_IND,
                BY CONTENT WS-MOVE_IND, WS-STAT_BOOL,
                BY REFERENCE WS-STAT-TABLE,
                BY CONTENT WS-DECK_SIZE, BY CONTENT WS-PLAY_N_GAMES_IND,
                BY CONTENT WS-RUN-ID, BY REFERENCE WS-DECK-ABORT,
                BY REFERENCE WS-FINAL-K, BY CONTENT WS-CLOSE-AUDIT,
                BY CONTENT WS-MATCH-RULE,
                BY REFERENCE WS-AUDIT-ERR-COUNT
           ELSE
               MOVE 1 TO WS-DECK-ABORT
           END-IF

           IF WS-DECK-ABORT = 1 THEN
               ADD 1 TO WS-DECK-ABORT-COUNT
               IF WS-SEED-DEALS THEN
                   *>A bad supplied deal is the deal's fault, not the
                   *>engine's - it goes to the exception report and
                   *>never counts toward the deck-abort limit.
                   PERFORM REJECT_DEAL
               ELSE
                   DISPLAY "GAME " WS-PLAY_N_GAMES_IND
                    " SKIPPED - DECK VALIDATION FAILED"
                   *>Stop the run at the configured threshold instead
                   *>of plowing through thousands of skipped games.
                   *>The checkpoint is written HERE, while the loop
                   *>index still names the aborted game, so a resume
                   *>continues at the next game.
                   IF WS-ABORT-LIMIT > 0
                    AND WS-DECK-ABORT-COUNT >= WS-ABORT-LIMIT THEN
                       MOVE "Y" TO WS-RUN-ABORTED
                       MOVE "DECK-ABORT-LIMIT" TO WS-ERR-FILE-NAME
                       MOVE "  " TO WS-ERR-IO-STATUS
                       PERFORM LOG_JOB_ERROR
                       PERFORM WRITE_CHECKPOINT
                   END-IF
               END-IF
           ELSE
               IF WS-SEED-DEALS THEN
                   ADD 1 TO WS-DEAL-PLAYED
               END-IF
               PERFORM WRITE_LEDGER_RECORD
           END-IF


       *>********************** Per-game ledger section ****************
       *>req 004 - one record per game: game number, ending K, and the
       *>SEED in effect for this run - or, for a supplied deal, the
       *>deal id, which is what identifies that game's deck.

       WRITE_LEDGER_RECORD.
           MOVE WS-PLAY_N_GAMES_IND TO LG-GAME-NUM
           MOVE WS-FINAL-K TO LG-FINAL-K
           IF WS-SEED-DEALS THEN
               MOVE WS-DEAL-ID TO LG-SEED
           ELSE
               MOVE SEED TO LG-SEED
           END-IF
           MOVE WS-RUN-ID TO LG-RUN-ID
           WRITE LEDGER-RECORD
           IF WS-LEDGER-FILE-STATUS NOT = "00" THEN

       *>***************************************************************

       *>******************** Supplied deals section ********************
       *>Seed mode D: game n of the run is the n-th record of DEALS.DAT.
       *>The layout is checked here (numeric deal id, card count equal
       *>to the deck size, nothing past the last card); the cards
       *>themselves are checked by SOLITAIRE's own VALIDATE_DECK, the
       *>same as a shuffled deck. Either way a refused deal is written
       *>to DEALEXC.RPT, counted as a deck abort on the stat history
       *>(so COMPLETED = GAMES - ABORTS still holds) and the run moves
       *>on to the next deal. Because the deals are fixed, a resume
       *>skips the deals already played and replays nothing.

       COUNT_DEALS.
           MOVE 0 TO WS-DEALS-IN-FILE
           OPEN INPUT DEAL-FILE
           IF WS-DEAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "DEAL FILE (DEALS.DAT) NOT AVAILABLE - STATUS "
                WS-DEAL-FILE-STATUS " - SEED MODE D NEEDS ONE"
               MOVE SPACES TO WS-EV-TEXT
               STRING "REFUSED - DEALS.DAT NOT AVAILABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-DEAL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-EV-TEXT
               PERFORM LOG_RUN_FAIL_EVENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-DEAL-EOF
           PERFORM COUNT_DEALS_LOOP UNTIL WS-DEAL-EOF-YES
            OR (WS-DEAL-FILE-STATUS NOT = "00"
                AND WS-DEAL-FILE-STATUS NOT = "04"
                AND WS-DEAL-FILE-STATUS NOT = "10")
           IF NOT WS-DEAL-EOF-YES THEN
               DISPLAY "DEAL FILE (DEALS.DAT) READ ERROR - STATUS "
                WS-DEAL-FILE-STATUS " AFTER " WS-DEALS-IN-FILE
                " DEALS"
               MOVE SPACES TO WS-EV-TEXT
               STRING "REFUSED - DEALS.DAT READ ERROR, STATUS "
                   DELIMITED BY SIZE
                   WS-DEAL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-EV-TEXT
               PERFORM LOG_RUN_FAIL_EVENT
               CLOSE DEAL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE DEAL-FILE
           IF WS-DEALS-IN-FILE = 0 THEN
               DISPLAY "DEAL FILE (DEALS.DAT) IS EMPTY - NOTHING TO "
                "PLAY"
               MOVE "REFUSED - DEALS.DAT IS EMPTY" TO WS-EV-TEXT
               PERFORM LOG_RUN_FAIL_EVENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NUM_OF_GAMES NOT = WS-DEALS-IN-FILE THEN
               DISPLAY "DEAL MODE - PLAYING THE " WS-DEALS-IN-FILE
                " DEALS IN DEALS.DAT, NOT THE " WS-NUM_OF_GAMES
                " GAMES ON THE CARD"
           END-IF
           MOVE WS-DEALS-IN-FILE TO WS-NUM_OF_GAMES.

       COUNT_DEALS_LOOP.
           READ DEAL-FILE
               AT END
                   MOVE "Y" TO WS-DEAL-EOF
               NOT AT END
                   ADD 1 TO WS-DEALS-IN-FILE
           END-READ.

       OPEN_DEALS.
           MOVE 2 TO WS-CLOSE-AUDIT
           MOVE 0 TO WS-DEAL-PLAYED
           MOVE 0 TO WS-DEAL-REJECTED
           MOVE WS-PLAY_N_GAMES_IND TO WS-DEAL-FIRST-GAME
           OPEN INPUT DEAL-FILE
           IF WS-DEAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "DEAL FILE (DEALS.DAT) NOT AVAILABLE - STATUS "
                WS-DEAL-FILE-STATUS
               MOVE SPACES TO WS-EV-TEXT
               STRING "FAILED - DEALS.DAT NOT AVAILABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-DEAL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-EV-TEXT
               PERFORM LOG_RUN_FAIL_EVENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-DEAL-EOF
           MOVE 0 TO WS-DEALS-SKIPPED
           PERFORM SKIP_PLAYED_DEAL
               UNTIL WS-DEALS-SKIPPED >= WS-PLAY_N_GAMES_IND - 1
                OR WS-DEAL-EOF-YES

           *>A resume adds to the report the first attempt started;
           *>a fresh run starts a new one.
           ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD
           MOVE "N" TO WS-EXC-OPEN
           IF WS-CHECKPOINT-EXISTS-YES THEN
               OPEN EXTEND DEAL-EXC-FILE
               IF WS-EXC-FILE-STATUS = "05"
                OR WS-EXC-FILE-STATUS = "35" THEN
                   OPEN OUTPUT DEAL-EXC-FILE
               END-IF
           ELSE
               OPEN OUTPUT DEAL-EXC-FILE
           END-IF
           IF WS-EXC-FILE-STATUS NOT = "00" THEN
               MOVE "DEALEXC.RPT" TO WS-ERR-FILE-NAME
               MOVE WS-EXC-FILE-STATUS TO WS-ERR-IO-STATUS
               PERFORM LOG_JOB_ERROR
               MOVE 8 TO WS-JOB-SEVERITY
           ELSE
               MOVE "Y" TO WS-EXC-OPEN
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "SOLITAIRE SUPPLIED-DEAL EXCEPTIONS - RUN '"
                   DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   "'  DATE " DELIMITED BY SIZE
                   WS-EXC-DATE DELIMITED BY SIZE
                   "  RULE " DELIMITED BY SIZE
                   WS-MATCH-RULE DELIMITED BY SIZE
                   "  PROFILE '" DELIMITED BY SIZE
                   WS-DECK-PROFILE DELIMITED BY SIZE
                   "'  FROM GAME " DELIMITED BY SIZE
                   WS-DEAL-FIRST-GAME DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM WRITE_EXC_LINE
               MOVE SPACES TO WS-EXC-DETAIL
               PERFORM WRITE_EXC_LINE
               MOVE "  GAME  DEAL ID   REASON" TO WS-EXC-DETAIL
               PERFORM WRITE_EXC_LINE
               MOVE "------  --------  ------" TO WS-EXC-DETAIL
               PERFORM WRITE_EXC_LINE
           END-IF.

       SKIP_PLAYED_DEAL.
           READ DEAL-FILE
               AT END
                   MOVE "Y" TO WS-DEAL-EOF
               NOT AT END
                   ADD 1 TO WS-DEALS-SKIPPED
           END-READ.

      *>Next deal into WS-DECK, or WS-DEAL-REASON says why there is
      *>none to play. A READ error fires neither AT END nor NOT AT
      *>END, and must not leave the previous deal in WS-DECK to be
      *>played a second time under this game number.
       READ_NEXT_DEAL.
           MOVE 0 TO WS-DEAL-ID
           MOVE SPACES TO WS-DEAL-ID-TEXT
           IF WS-DEAL-EOF-YES THEN
               MOVE "DEAL FILE ENDED BEFORE THIS GAME - DEALS.DAT "
                & "CHANGED SINCE THE RUN STARTED" TO WS-DEAL-REASON
           ELSE
               READ DEAL-FILE
                   AT END
                       MOVE "Y" TO WS-DEAL-EOF
                       MOVE "DEAL FILE ENDED BEFORE THIS GAME - "
                        & "DEALS.DAT CHANGED SINCE THE RUN STARTED"
                        TO WS-DEAL-REASON
                   NOT AT END
                       PERFORM CHECK_DEAL_LAYOUT
               END-READ
               IF WS-DEAL-FILE-STATUS NOT = "00"
                AND WS-DEAL-FILE-STATUS NOT = "04"
                AND WS-DEAL-FILE-STATUS NOT = "10" THEN
                   MOVE SPACES TO WS-DEAL-REASON
                   STRING "DEAL FILE READ ERROR - STATUS "
                       DELIMITED BY SIZE
                       WS-DEAL-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-DEAL-REASON
               END-IF
           END-IF.

       CHECK_DEAL_LAYOUT.
           MOVE DEAL-RECORD(1:8) TO WS-DEAL-ID-TEXT
           MOVE WS-DECK_SIZE TO WS-DEAL-SIZE-ED
           COMPUTE WS-DEAL-TAIL-POS = 11 + (WS-DECK_SIZE * 8)
           EVALUATE TRUE
               WHEN DL-DEAL-ID IS NOT NUMERIC
                   MOVE "DEAL ID MISSING OR NOT NUMERIC"
                    TO WS-DEAL-REASON
               WHEN DL-DEAL-ID = 0
                   MOVE "DEAL ID MISSING OR NOT NUMERIC"
                    TO WS-DEAL-REASON
               WHEN DL-CARD-COUNT IS NOT NUMERIC
                   MOVE "CARD COUNT MISSING OR NOT NUMERIC"
                    TO WS-DEAL-REASON
               WHEN DL-CARD-COUNT NOT = WS-DECK_SIZE
                   STRING "CARD COUNT " DELIMITED BY SIZE
                       DL-CARD-COUNT DELIMITED BY SIZE
                       " DOES NOT MATCH THE " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DEAL-SIZE-ED)
                        DELIMITED BY SIZE
                       "-CARD DECK" DELIMITED BY SIZE
                       INTO WS-DEAL-REASON
               WHEN WS-DECK_SIZE < 52
                AND DEAL-RECORD(WS-DEAL-TAIL-POS:) NOT = SPACES
                   STRING "CARDS PRESENT PAST POSITION "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DEAL-SIZE-ED)
                        DELIMITED BY SIZE
                       INTO WS-DEAL-REASON
               WHEN OTHER
                   MOVE DL-DEAL-ID TO WS-DEAL-ID
                   MOVE DEAL-RECORD(11:416) TO WS-DECK
           END-EVALUATE.

       REJECT_DEAL.
           ADD 1 TO WS-DEAL-REJECTED
           IF WS-DEAL-REASON = SPACES THEN
               MOVE "FAILED DECK VALIDATION - UNKNOWN, DUPLICATE OR "
                & "MISSING CARD (SEE JOB LOG)"
                TO WS-DEAL-REASON
           END-IF
           DISPLAY "GAME " WS-PLAY_N_GAMES_IND " DEAL '"
            WS-DEAL-ID-TEXT "' REJECTED - "
            FUNCTION TRIM(WS-DEAL-REASON)
           MOVE SPACES TO WS-EXC-DETAIL
           STRING WS-PLAY_N_GAMES_IND DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DEAL-ID-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DEAL-REASON DELIMITED BY SIZE
               INTO WS-EXC-DETAIL
           PERFORM WRITE_EXC_LINE.

      *>The exception report is the only record of WHY a deal was
      *>refused, so a failed write is data at risk like any other.
       WRITE_EXC_LINE.
           IF WS-EXC-OPEN-YES THEN
               MOVE WS-EXC-DETAIL TO DEAL-EXC-LINE
               WRITE DEAL-EXC-LINE
               IF WS-EXC-FILE-STATUS NOT = "00" THEN
                   MOVE "DEALEXC.RPT" TO WS-ERR-FILE-NAME
                   MOVE WS-EXC-FILE-STATUS TO WS-ERR-IO-STATUS
                   PERFORM LOG_JOB_ERROR
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       CLOSE_DEALS.
           CLOSE DEAL-FILE
           MOVE SPACES TO WS-EXC-DETAIL
           PERFORM WRITE_EXC_LINE
           STRING "GAMES FROM " DELIMITED BY SIZE
               WS-DEAL-FIRST-GAME DELIMITED BY SIZE
               " - DEALS PLAYED " DELIMITED BY SIZE
               WS-DEAL-PLAYED DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               WS-DEAL-REJECTED DELIMITED BY SIZE
               INTO WS-EXC-DETAIL
           PERFORM WRITE_EXC_LINE
           IF WS-EXC-OPEN-YES THEN
               CLOSE DEAL-EXC-FILE
               MOVE "N" TO WS-EXC-OPEN
           END-IF
           DISPLAY "DEALS PLAYED " WS-DEAL-PLAYED "  REJECTED "
            WS-DEAL-REJECTED " - REPORT WRITTEN TO DEALEXC.RPT".

       *>***************************************************************

       *>********************* Print stat section **********************

       PRINT_STAT.
