      *>dumps that break on every layout change. Two comma-delimited
      *>files, each with a named header record and a TRAILER record
      *>carrying the data row count for load verification:
      *>  GAMELOG.CSV  - one row per ledger record, swept from every
      *>                 ledger on the dataset catalog (DSCAT.DAT,
      *>                 see dscat.cpy) and the unsuffixed
      *>                 GAMELOG.DAT, so the extract covers sub-run
      *>                 and matrix-cell ledgers too, rolled up or
      *>                 not.
      *>  STATHIST.CSV - the SO-STAT table unpivoted into one row
      *>                 per K bucket per run record (buckets 1 to
      *>                 the run's deck size), so it lands in a
      *>                 relational table cleanly.
      *>A blank match rule on old history records is extracted as B.
      *>Both extracts are entered on the catalog with their row
      *>counts. A catalog that cannot be read leaves only
      *>GAMELOG.DAT extracted, RETURN-CODE at least 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-EXT-STATUS.

           SELECT DSCAT-FILE ASSIGN TO "DSCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-DSN
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STAT-EXT-FILE.
       01 STAT-EXT-LINE PIC X(80).

       FD  DSCAT-FILE.
       COPY "dscat.cpy".

       WORKING-STORAGE SECTION.
           01 WS-LEDGER-FILE-STATUS PIC XX.
           01 WS-STAT-FILE-STATUS   PIC XX.

           01 Z PIC 99.

           *>Ledger datasets come from the dataset catalog; the
           *>unsuffixed GAMELOG.DAT is extracted from there when
           *>cataloged, otherwise on its own.
           01 WS-LEDGER-IN-DSN PIC X(30) VALUE "GAMELOG.DAT".
           01 WS-CAT-STATUS   PIC XX.
           01 WS-CAT-EOF PIC X VALUE "N".
               88 WS-CAT-EOF-YES VALUE "Y".
           01 WS-PLAIN-LG-SEEN PIC X VALUE "N".
           01 WS-CAT-DSN      PIC X(30).
           01 WS-CAT-COUNT    PIC 9(8).
           01 WS-CAT-TODAY    PIC 9(8).

           *>Integrity trailer verification state for the dataset
           *>currently being extracted - trailers are never emitted

       PROCEDURE DIVISION.

           PERFORM EXTRACT_STAT_HISTORY
           PERFORM EXTRACT_LEDGER

           MOVE "STATHIST.CSV" TO WS-CAT-DSN
           MOVE WS-STAT-ROWS TO WS-CAT-COUNT
           PERFORM CATALOG_EXTRACT
           MOVE "GAMELOG.CSV" TO WS-CAT-DSN
           MOVE WS-LEDGER-ROWS TO WS-CAT-COUNT
           PERFORM CATALOG_EXTRACT

           DISPLAY "EXTRACT COMPLETE - GAMELOG.CSV " WS-LEDGER-ROWS
            " ROWS, STATHIST.CSV " WS-STAT-ROWS " ROWS"

           MOVE "GAME_NUM,FINAL_K,SEED,RUN_ID" TO LEDGER-EXT-LINE
           WRITE LEDGER-EXT-LINE

           PERFORM EXTRACT_CATALOGED_LEDGERS

           IF WS-PLAIN-LG-SEEN = "N" THEN
               MOVE "GAMELOG.DAT" TO WS-LEDGER-IN-DSN
               PERFORM EXTRACT_ONE_LEDGER
           END-IF

           MOVE SPACES TO WS-BUILD-LINE
           STRING "TRAILER," DELIMITED BY SIZE
           WRITE LEDGER-EXT-LINE
           CLOSE LEDGER-EXT-FILE.

      *>Every LEDGER entry on the catalog, in key order. Archived
      *>ledger records (LEDGARCH) have left the live estate and are
      *>not extracted.
       EXTRACT_CATALOGED_LEDGERS.
           OPEN INPUT DSCAT-FILE
           IF WS-CAT-STATUS NOT = "00" THEN
               DISPLAY "DATASET CATALOG (DSCAT.DAT) NOT AVAILABLE - "
                "STATUS " WS-CAT-STATUS " - ONLY GAMELOG.DAT "
                "EXTRACTED"
               IF WS-JOB-SEVERITY < 4 THEN
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               MOVE "N" TO WS-CAT-EOF
               PERFORM EXTRACT_CATALOG_LOOP UNTIL WS-CAT-EOF-YES
               CLOSE DSCAT-FILE
           END-IF.

       EXTRACT_CATALOG_LOOP.
           READ DSCAT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CAT-EOF
           END-READ
           IF NOT WS-CAT-EOF-YES THEN
               IF WS-CAT-STATUS NOT = "00" THEN
                   DISPLAY "DATASET CATALOG READ FAILED - STATUS "
                    WS-CAT-STATUS " - LEDGER EXTRACT MAY BE "
                    "INCOMPLETE"
                   IF WS-JOB-SEVERITY < 4 THEN
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
                   MOVE "Y" TO WS-CAT-EOF
               ELSE
                   IF DC-TYPE = "LEDGER" THEN
                       IF DC-DSN = "GAMELOG.DAT" THEN
                           MOVE "Y" TO WS-PLAIN-LG-SEEN
                       END-IF
                       MOVE DC-DSN TO WS-LEDGER-IN-DSN
                       PERFORM EXTRACT_ONE_LEDGER
                   END-IF
               END-IF
           END-IF.

       EXTRACT_ONE_LEDGER.
           END-READ.

       UNPIVOT_STAT_RECORD.
           IF SO-MATCH-RULE = "S" OR SO-MATCH-RULE = "V" THEN
               MOVE SO-MATCH-RULE TO WS-EXT-RULE
           ELSE
           PERFORM WRITE_STAT_EXT_ROW
               VARYING Z FROM 1 BY 1 UNTIL Z > SO-DECK-SIZE.

       WRITE_STAT_EXT_ROW.
           MOVE Z TO WS-K-BUCKET
           MOVE SPACES TO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO STAT-EXT-LINE
           WRITE STAT-EXT-LINE
           ADD 1 TO WS-STAT-ROWS.

      *>***************************************************************

      *>****************** Dataset catalog section ********************
      *>Enter an extract on the dataset catalog, or refresh its row
      *>count when an earlier extract is already there. Failing to
      *>update the catalog is shown on the console but never changes
      *>the RC - the extract itself is complete.

       CATALOG_EXTRACT.
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
                       MOVE SPACES TO DC-RUN-ID
                       MOVE "EXTRACT" TO DC-TYPE
                       MOVE "SOLITAIRE_EXTRACT" TO DC-PROGRAM
                       MOVE WS-CAT-TODAY TO DC-CREATE-DATE
                       MOVE WS-CAT-COUNT TO DC-SEAL-COUNT
                       MOVE WS-CAT-TODAY TO DC-SEAL-DATE
                       MOVE 80 TO DC-RECORD-LEN
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
