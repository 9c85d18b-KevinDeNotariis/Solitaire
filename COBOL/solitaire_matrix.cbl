      *>logs and stat-history records line up for SOLITAIRE_RULE_
      *>COMPARE and the reconciliation without anyone retyping ids.
      *>One STATHIST record is written per cell, and the job closes
      *>with a matrix summary of win rate per cell. Each cell's
      *>ledger and move log go on the dataset catalog (DSCAT.DAT),
      *>so the sweeps still find them once the stat history has
      *>been rolled up.
      *>Cells are not checkpointed and not registered in RUNREG.DAT -
      *>a matrix job that dies is simply resubmitted whole under a
      *>fresh prefix; cells are meant to be study-sized, not
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           *>Dataset catalog (see dscat.cpy) - each cell's ledger is
           *>entered when it is sealed (SOLITAIRE enters the cell's
           *>move log itself). Opened I-O / updated / closed per cell.
           SELECT DSCAT-FILE ASSIGN TO "DSCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-DSN
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ERR-FILE.
       01 ERR-LINE PIC X(100).

       FD  DSCAT-FILE.
       COPY "dscat.cpy".

       WORKING-STORAGE SECTION.
           *>Game state handed to SOLITAIRE - same shapes as
           *>SOLITAIRE_PLAY_N_GAMES.
           01 WS-ERR-DETAIL    PIC X(100).
           01 WS-JOB-SEVERITY  PIC 9 VALUE 0.

           *>Dataset catalog update - see CATALOG_CELL_LEDGER.
           01 WS-CAT-STATUS PIC XX.
           01 WS-CAT-TODAY  PIC 9(8).

       PROCEDURE DIVISION.

           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
                   UNTIL WS-GAME-IND > WS-CELL-GAMES
               PERFORM SEAL_CELL_LEDGER
               CLOSE LEDGER-FILE
               PERFORM CATALOG_CELL_LEDGER

               *>SOLITAIRE's lazily-opened audit file must close
               *>before the next cell changes the run id under it.

      *>***************************************************************

      *>****************** Dataset catalog section ********************
      *>Enter the cell's sealed ledger on the dataset catalog, or
      *>refresh its seal count when it is already there. The catalog
      *>only describes the estate: failing to update it is shown on
      *>the console but never changes the RC.

       CATALOG_CELL_LEDGER.
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
                TRIM(WS-LEDGER-DSN) " NOT CATALOGED"
           ELSE
               MOVE WS-LEDGER-DSN TO DC-DSN
               READ DSCAT-FILE
                   INVALID KEY
                       MOVE SPACES TO DSCAT-RECORD
                       MOVE WS-LEDGER-DSN TO DC-DSN
                       MOVE WS-CELL-RUN-ID TO DC-RUN-ID
                       MOVE "LEDGER" TO DC-TYPE
                       MOVE "SOLITAIRE_MATRIX" TO DC-PROGRAM
                       MOVE WS-CAT-TODAY TO DC-CREATE-DATE
                       MOVE WS-LG-TRAIL-COUNT TO DC-SEAL-COUNT
                       MOVE WS-CAT-TODAY TO DC-SEAL-DATE
                       MOVE 24 TO DC-RECORD-LEN
                       MOVE 0 TO DC-VERIFY-DATE
                       MOVE 0 TO DC-ARCHIVE-DATE
                       WRITE DSCAT-RECORD
                   NOT INVALID KEY
                       MOVE WS-LG-TRAIL-COUNT TO DC-SEAL-COUNT
                       MOVE WS-CAT-TODAY TO DC-SEAL-DATE
                       REWRITE DSCAT-RECORD
               END-READ
               IF WS-CAT-STATUS NOT = "00" THEN
                   DISPLAY "DATASET CATALOG UPDATE FOR " FUNCTION
                    TRIM(WS-LEDGER-DSN) " FAILED - STATUS "
                    WS-CAT-STATUS
               END-IF
               CLOSE DSCAT-FILE
           END-IF.

      *>***************************************************************

      *>******************** Job error log section ********************

       LOG_JOB_ERROR.
