      *>record per month (per matching rule and deck profile, so the
      *>rollups stay honest for the consumers that split on those),
      *>writes the detail it consumed to a dated archive
      *>(STATHIST_ARCH_<yyyymmdd>.DAT, entered on the dataset
      *>catalog DSCAT.DAT), and leaves recent records untouched.
      *>Rollup records carry SO-RUN-ID "ROLLUP", SO-RUN-DATE = the
      *>first of their month and SO-ROLLUP-FLAG "R"; the trend
      *>report reads detail and rollups together, so its GRAND
      *>TOTAL still reconciles to history before and after
      *>compaction (the job prints the consumed-vs-rolled game
      *>totals to prove it). Rollup records already older than the
      *>cutoff are consumed and re-rolled, so repeated month-ends
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           *>Dataset catalog (see dscat.cpy) - the dated archive is
           *>entered, or its seal count refreshed, once written.
           SELECT DSCAT-FILE ASSIGN TO "DSCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-DSN
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STAT-ARCH-FILE.
       01 STAT-ARCH-RECORD PIC X(352).

       FD  DSCAT-FILE.
       COPY "dscat.cpy".

       WORKING-STORAGE SECTION.
           01 WS-CTL-FILE-STATUS  PIC XX.
           01 WS-STAT-FILE-STATUS PIC XX.
           01 WS-TMP-FILE-STATUS  PIC XX.
           01 WS-ARCH-FILE-STATUS PIC XX.
           01 WS-CAT-STATUS       PIC XX.

           01 WS-STAT-EOF PIC X VALUE "N".
               88 WS-STAT-EOF-YES VALUE "Y".
                       CLOSE STAT-HIST-FILE
                       CLOSE STAT-TMP-FILE
                       CLOSE STAT-ARCH-FILE
                       PERFORM CATALOG_STAT_ARCHIVE
                   END-IF
               END-IF
           END-IF.
               MOVE "Y" TO WS-PASS-FAILED
           END-IF.

      *>Enter the dated archive on the dataset catalog, or refresh
      *>its seal count when an earlier rollup today already made it.
      *>The catalog only describes the estate: failing to update it
      *>is shown on the console but never changes the RC.
       CATALOG_STAT_ARCHIVE.
           OPEN I-O DSCAT-FILE
           IF WS-CAT-STATUS = "35" THEN
               OPEN OUTPUT DSCAT-FILE
               CLOSE DSCAT-FILE
               OPEN I-O DSCAT-FILE
           END-IF
           IF WS-CAT-STATUS NOT = "00" THEN
               DISPLAY "DATASET CATALOG (DSCAT.DAT) UNAVAILABLE - "
                "STATUS " WS-CAT-STATUS " - " FUNCTION
                TRIM(WS-ARCH-DSN) " NOT CATALOGED"
           ELSE
               MOVE WS-ARCH-DSN TO DC-DSN
               READ DSCAT-FILE
                   INVALID KEY
                       MOVE SPACES TO DSCAT-RECORD
                       MOVE WS-ARCH-DSN TO DC-DSN
                       MOVE "STATARCH" TO DC-TYPE
                       MOVE "SOLITAIRE_STAT_ROLLUP" TO DC-PROGRAM
                       MOVE WS-TODAY-YYYYMMDD TO DC-CREATE-DATE
                       MOVE WS-AR-TRAIL-COUNT TO DC-SEAL-COUNT
                       MOVE WS-TODAY-YYYYMMDD TO DC-SEAL-DATE
                       MOVE 352 TO DC-RECORD-LEN
                       MOVE 0 TO DC-VERIFY-DATE
                       MOVE 0 TO DC-ARCHIVE-DATE
                       WRITE DSCAT-RECORD
                   NOT INVALID KEY
                       MOVE WS-AR-TRAIL-COUNT TO DC-SEAL-COUNT
                       MOVE WS-TODAY-YYYYMMDD TO DC-SEAL-DATE
                       REWRITE DSCAT-RECORD
               END-READ
               IF WS-CAT-STATUS NOT = "00" THEN
                   DISPLAY "DATASET CATALOG UPDATE FOR " FUNCTION
                    TRIM(WS-ARCH-DSN) " FAILED - STATUS "
                    WS-CAT-STATUS
               END-IF
               CLOSE DSCAT-FILE
           END-IF.

      *>***************************************************************

      *>********************* Bucket section **************************
