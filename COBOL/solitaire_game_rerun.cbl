      *>an abort at the very start of a segment cannot be seen here;
      *>its consumed draws would shift the replay and show up as a
      *>final-K mismatch.
      *>A run played from supplied deals (seed mode D on its last
      *>RUNREG.DAT entry) carries a deal id in LG-SEED, not a shuffle
      *>seed - there is no shuffle to re-derive, so such a run is
      *>refused (RETURN-CODE 8) rather than reported as a game that
      *>did not reproduce.
      *>PARM columns 1-8 give the run id (blank for a single run),
      *>columns 9-14 the game number - same card as SOLITAIRE_REPLAY.
      *>The re-played games write their move records under run id
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           *>Run registry - the run's seed mode (see
           *>FIND_REGISTRY_MODE).
           SELECT REG-FILE ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STAT-HIST-FILE.
       COPY "statrec.cpy".

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
           *>Game state handed to SOLITAIRE - same shapes as
           *>SOLITAIRE_PLAY_N_GAMES.
           01 WS-PROF-STATUS        PIC XX.
           01 WS-LEDGER-FILE-STATUS PIC XX.
           01 WS-STAT-FILE-STATUS   PIC XX.
           01 WS-REG-FILE-STATUS    PIC XX.

           01 WS-LEDGER-EOF PIC X VALUE "N".
               88 WS-LEDGER-EOF-YES VALUE "Y".
           01 WS-STAT-EOF PIC X VALUE "N".
               88 WS-STAT-EOF-YES VALUE "Y".
           01 WS-REG-EOF PIC X VALUE "N".
               88 WS-REG-EOF-YES VALUE "Y".

           01 WS-LEDGER-FOUND PIC X VALUE "N".
               88 WS-LEDGER-FOUND-YES VALUE "Y".
           *>Deck profile recorded on the stat record - when named,
           *>the deck is dealt from the catalog, not DECKCFG.DAT.
           01 WS-HIST-PROFILE  PIC X(8) VALUE SPACES.
           *>Seed mode from the run's last registry entry - SPACE
           *>when the registry cannot be read or does not hold it.
           01 WS-RUN-SEED-MODE PIC X VALUE SPACE.

           *>Integrity trailer verification for the ledger (hash =
           *>sum of game numbers mod 10**8) - an exact re-play from
           *>profile, which decides where the deck comes from.
           PERFORM FIND_RUN_ATTRIBUTES

           PERFORM FIND_REGISTRY_MODE

           PERFORM LOAD_DECK_CONFIG

           PERFORM INIT_DECK
                   END-IF
           END-READ.

      *>Seed mode from the run's last RUNREG.DAT entry (a resubmitted
      *>run is registered again; the newest entry is the one that
      *>played). A deal-mode run's LG-SEED is the deal id of a
      *>supplied deck, and DEALS.DAT is the night's input, replaced
      *>since - nothing here can re-derive the deal, so the run is
      *>refused before any shuffle is drawn.
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
               DISPLAY "RUN ID '" WS-RUN-ID "' - DEAL-MODE RUN - NOT "
                "RE-DERIVABLE FROM SEED"
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
