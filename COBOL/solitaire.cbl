               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-ERR-FILE-STATUS.

           *>Dataset catalog (see dscat.cpy) - the move trail is
           *>entered, or its seal count refreshed, each time it is
           *>sealed. Opened I-O / updated / closed per seal.
           SELECT DSCAT-FILE ASSIGN TO "DSCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-DSN
               FILE STATUS IS W-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       FD  ERR-FILE.
       01 ERR-LINE PIC X(100).

       FD  DSCAT-FILE.
       COPY "dscat.cpy".

       WORKING-STORAGE SECTION.
           *>Audit trail (req 007). Persists across CALLs within the
           *>same run unit so the file is opened once per job, not
           01 W-ERR-DETAIL      PIC X(100).
           01 W-AUDIT-ERR-LOGGED PIC X VALUE "N".

           *>Dataset catalog update - see CATALOG_AUDIT_FILE.
           01 W-CAT-STATUS PIC XX.
           01 W-CAT-TODAY  PIC 9(8).

           *>Deck validation (req 005).
           01 W-DECK-INVALID   PIC X VALUE "N".
           01 W-SEEN-TABLE.
           *>Set to 1 by the caller after the last game of the run so
           *>this CALL only closes AUDIT-FILE (opened lazily in
           *>LOG_AUDIT_MOVE, never explicitly closed otherwise) instead
           *>of playing a game. Set to 2 when L-DECK already holds a
           *>supplied deal (SOLITAIRE_PLAY_N_GAMES deal mode) - the
           *>game is played on the cards exactly as passed, with no
           *>SHUFFLE_DECK, but still only after VALIDATE_DECK.
           01 L-CLOSE_AUDIT PIC 9 VALUE 0.

           *>Matching rule for this run - B collapses when either the
           MOVE 0 TO L-DECK-ABORT
           MOVE 0 TO W-AUDIT-SEQ

           IF L-CLOSE_AUDIT NOT = 2 THEN
               PERFORM SHUFFLE_DECK
           END-IF

           PERFORM VALIDATE_DECK

               MOVE 1 TO L-DECK-ABORT
           END-IF.

      *>A value of 00 (or non-numeric) is refused before the key is
      *>computed - (0 - 1) * 4 + suit lands in the unsigned key as a
      *>real card's key and would pass for it. A shuffled deck never
      *>holds one, a supplied deal can.
       VALIDATE_DECK_LOOP.
           PERFORM FIND_SUIT_INDEX
           IF L-VALUE(J) IS NOT NUMERIC OR L-VALUE(J) = 0 THEN
               MOVE 0 TO W-CARD-KEY
           ELSE
               COMPUTE W-CARD-KEY = (L-VALUE(J) - 1) * 4 + W-SUIT-IDX
           END-IF
           IF W-SUIT-IDX = 0 OR W-CARD-KEY < 1
            OR W-CARD-KEY > L-DECK_SIZE THEN
               DISPLAY "DECK VALIDATION ERROR - UNKNOWN CARD: ("
               END-IF
               CLOSE AUDIT-FILE
               MOVE "N" TO W-AUDIT-OPEN
               PERFORM CATALOG_AUDIT_FILE
           END-IF.

       *>Enter the sealed move trail on the dataset catalog, or bring
       *>its seal count up to date when it is already there. The
       *>catalog only describes the estate: a failed update is shown
       *>on the console for the driver's job log and is not counted
       *>as an audit write failure.
       CATALOG_AUDIT_FILE.
           ACCEPT W-CAT-TODAY FROM DATE YYYYMMDD
           OPEN I-O DSCAT-FILE
           IF W-CAT-STATUS = "35" THEN
               OPEN OUTPUT DSCAT-FILE
               CLOSE DSCAT-FILE
               OPEN I-O DSCAT-FILE
           END-IF
           IF W-CAT-STATUS NOT = "00" THEN
               DISPLAY "DATASET CATALOG (DSCAT.DAT) UNAVAILABLE - "
                "STATUS " W-CAT-STATUS " - " FUNCTION
                TRIM(W-AUDIT-DSN) " NOT CATALOGED"
           ELSE
               MOVE W-AUDIT-DSN TO DC-DSN
               READ DSCAT-FILE
                   INVALID KEY
                       MOVE SPACES TO DSCAT-RECORD
                       MOVE W-AUDIT-DSN TO DC-DSN
                       MOVE L-RUN_ID TO DC-RUN-ID
                       MOVE "MOVELOG" TO DC-TYPE
                       MOVE "SOLITAIRE" TO DC-PROGRAM
                       MOVE W-CAT-TODAY TO DC-CREATE-DATE
                       MOVE W-AUDIT-COUNT TO DC-SEAL-COUNT
                       MOVE W-CAT-TODAY TO DC-SEAL-DATE
                       MOVE 34 TO DC-RECORD-LEN
                       MOVE 0 TO DC-VERIFY-DATE
                       MOVE 0 TO DC-ARCHIVE-DATE
                       WRITE DSCAT-RECORD
                   NOT INVALID KEY
                       MOVE W-AUDIT-COUNT TO DC-SEAL-COUNT
                       MOVE W-CAT-TODAY TO DC-SEAL-DATE
                       REWRITE DSCAT-RECORD
               END-READ
               IF W-CAT-STATUS NOT = "00" THEN
                   DISPLAY "DATASET CATALOG UPDATE FOR " FUNCTION
                    TRIM(W-AUDIT-DSN) " FAILED - STATUS "
                    W-CAT-STATUS
               END-IF
               CLOSE DSCAT-FILE
           END-IF.

       *>req 009 follow-up - two concurrent sub-runs sharing a single
