       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLITAIRE_MASTER_UNLOAD.
       AUTHOR. KEVIN DE NOTARIIS.
       DATE-WRITTEN. OCTOBER 15TH 2026.

      *>Unloads the indexed masters - RUNMAST.DAT, MOVEIDX.DAT and
      *>DECKPROF.DAT - to dated sequential backups, so a damaged
      *>master is rebuilt with SOLITAIRE_MASTER_RELOAD from its last
      *>backup instead of from scratch. Rebuilding RUNMAST.DAT from
      *>the stat history with SOLITAIRE_RUNMAST_LOAD would bring back
      *>the uncorrected counts and the double-submitted sub-runs that
      *>maintenance removed; the backup holds the master as it was,
      *>and the reload rolls forward the corrections audited since.
      *>PARM columns 1-8 name the master to unload - RUNMAST, MOVEIDX
      *>or DECKPROF - blank unloads all three.
      *>Backup datasets <master>_BKP_<yyyymmdd>.DAT (SEQUENTIAL), one
      *>record per master record in key order, sealed by an integrity
      *>trailer of record count, key hash and unload date/time - see
      *>mstrbkp.cpy. One backup per master per day: when today's
      *>already exists it is KEPT and this master is skipped with a
      *>warning - an unload rerun after the master was damaged must
      *>never overwrite the last good copy. A sealed backup is
      *>entered on the dataset catalog (DSCAT.DAT, see dscat.cpy) as
      *>an estate-wide MSTRBKP dataset, so SOLITAIRE_VERIFY checks its
      *>seal and SOLITAIRE_DSCAT_INVENTORY counts the space it holds.
      *>RETURN-CODE 0 when every master asked for was unloaded, 4
      *>when one was skipped (today's backup exists, or the master
      *>does not exist yet), 8 when a master could not be read or a
      *>backup could not be written. A backup that failed part way is
      *>left WITHOUT its trailer, so the reload refuses it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNMAST-FILE ASSIGN TO "RUNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RUNMAST-STATUS.

           SELECT MOVEIDX-FILE ASSIGN TO "MOVEIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MI-KEY
               FILE STATUS IS WS-MOVEIDX-STATUS.

           SELECT DECKPROF-FILE ASSIGN TO "DECKPROF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-PROFILE-ID
               FILE STATUS IS WS-PROF-STATUS.

           *>One backup file per master, each ASSIGNed to the name
           *>built by BUILD_BACKUP_DSN for the master in hand.
           SELECT RUNMAST-BKP-FILE ASSIGN DYNAMIC WS-BKP-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT MOVEIDX-BKP-FILE ASSIGN DYNAMIC WS-BKP-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT DECKPROF-BKP-FILE ASSIGN DYNAMIC WS-BKP-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           *>Dataset catalog (see dscat.cpy) - each sealed backup is
           *>entered once written.
           SELECT DSCAT-FILE ASSIGN TO "DSCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-DSN
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNMAST-FILE.
       COPY "runmast.cpy".

       FD  MOVEIDX-FILE.
       COPY "moveidx.cpy".

       FD  DECKPROF-FILE.
       COPY "deckprof.cpy".

      *>Record lengths: the master's own, or the trailer's (38) where
      *>that is longer - see mstrbkp.cpy.
       FD  RUNMAST-BKP-FILE.
       01 RUNMAST-BKP-RECORD PIC X(351).

       FD  MOVEIDX-BKP-FILE.
       01 MOVEIDX-BKP-RECORD PIC X(38).

       FD  DECKPROF-BKP-FILE.
       01 DECKPROF-BKP-RECORD PIC X(38).

       FD  DSCAT-FILE.
       COPY "dscat.cpy".

       WORKING-STORAGE SECTION.
           01 WS-RUNMAST-STATUS  PIC XX.
           01 WS-MOVEIDX-STATUS  PIC XX.
           01 WS-PROF-STATUS     PIC XX.
           01 WS-BKP-FILE-STATUS PIC XX.
           01 WS-CAT-STATUS      PIC XX.

           01 WS-PARM-CARD PIC X(80) VALUE SPACES.
           01 WS-PARM-FIELDS REDEFINES WS-PARM-CARD.
               02 PARM-MASTER PIC X(8).
               02 FILLER      PIC X(72).

           01 WS-MASTER PIC X(8).

           01 WS-TODAY    PIC 9(8).
           01 WS-TIME-RAW PIC 9(8).

           *>Master in hand: its name (RUNMAST, ...), its dataset
           *>and its backup dataset.
           01 WS-MASTER-NAME PIC X(8).
           01 WS-MASTER-DSN  PIC X(12).
           01 WS-BKP-DSN     PIC X(30).

           01 WS-MASTER-EOF PIC X VALUE "N".
               88 WS-MASTER-EOF-YES VALUE "Y".
           01 WS-UNLOAD-FAILED PIC X VALUE "N".
               88 WS-UNLOAD-FAILED-YES VALUE "Y".
           01 WS-ERR-STATUS PIC XX.

           *>Seal totals for the master in hand.
           01 WS-UNLOAD-COUNT PIC 9(8) VALUE 0.
           01 WS-KEY-HASH     PIC 9(8) VALUE 0.

           *>Key hash of one record - the key leads every master
           *>record, so it is the first WS-HASH-LEN bytes of the image.
           01 WS-HASH-KEY PIC X(20).
           01 WS-HASH-LEN PIC 99.
           01 WS-HASH-POS PIC 99.
           01 WS-REC-HASH PIC 9(8).

           COPY "mstrbkp.cpy".

           01 WS-JOB-SEVERITY PIC 9 VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(PARM-MASTER) TO WS-MASTER

           *>One stamp for the whole job - every backup it writes
           *>carries the same unload date/time.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME

           EVALUATE WS-MASTER
               WHEN SPACES
                   PERFORM UNLOAD_RUNMAST
                   PERFORM UNLOAD_MOVEIDX
                   PERFORM UNLOAD_DECKPROF
               WHEN "RUNMAST"
                   PERFORM UNLOAD_RUNMAST
               WHEN "MOVEIDX"
                   PERFORM UNLOAD_MOVEIDX
               WHEN "DECKPROF"
                   PERFORM UNLOAD_DECKPROF
               WHEN OTHER
                   DISPLAY "UNKNOWN MASTER '" PARM-MASTER "' - PARM "
                    "MUST BE RUNMAST, MOVEIDX, DECKPROF OR BLANK FOR "
                    "ALL THREE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE WS-JOB-SEVERITY TO RETURN-CODE

       STOP RUN.

      *>******************** Run master section ***********************

       UNLOAD_RUNMAST.
           MOVE "RUNMAST" TO WS-MASTER-NAME
           PERFORM BUILD_BACKUP_DSN
           OPEN INPUT RUNMAST-BKP-FILE
           IF WS-BKP-FILE-STATUS = "00" THEN
               CLOSE RUNMAST-BKP-FILE
               PERFORM REPORT_BACKUP_EXISTS
           ELSE
               OPEN INPUT RUNMAST-FILE
               EVALUATE WS-RUNMAST-STATUS
                   WHEN "00"
                       PERFORM UNLOAD_RUNMAST_FILE
                       CLOSE RUNMAST-FILE
                   WHEN "35"
                       PERFORM REPORT_NO_MASTER
                   WHEN OTHER
                       MOVE WS-RUNMAST-STATUS TO WS-ERR-STATUS
                       PERFORM REPORT_MASTER_UNREADABLE
               END-EVALUATE
           END-IF.

       UNLOAD_RUNMAST_FILE.
           OPEN OUTPUT RUNMAST-BKP-FILE
           IF WS-BKP-FILE-STATUS NOT = "00" THEN
               PERFORM REPORT_BACKUP_UNWRITABLE
           ELSE
               PERFORM START_MASTER_UNLOAD
               PERFORM UNLOAD_RUNMAST_LOOP
                   UNTIL WS-MASTER-EOF-YES OR WS-UNLOAD-FAILED-YES
               IF NOT WS-UNLOAD-FAILED-YES THEN
                   PERFORM BUILD_BACKUP_TRAILER
                   MOVE BKP-TRAILER TO RUNMAST-BKP-RECORD
                   WRITE RUNMAST-BKP-RECORD
                   PERFORM CHECK_TRAILER_WRITE
               END-IF
               CLOSE RUNMAST-BKP-FILE
               PERFORM REPORT_UNLOAD_RESULT
           END-IF.

       UNLOAD_RUNMAST_LOOP.
           READ RUNMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF
               NOT AT END
                   MOVE RUNMAST-RECORD TO RUNMAST-BKP-RECORD
                   WRITE RUNMAST-BKP-RECORD
                   MOVE RUNMAST-RECORD(1:16) TO WS-HASH-KEY
                   MOVE 16 TO WS-HASH-LEN
                   PERFORM COUNT_UNLOADED_RECORD
           END-READ
           IF WS-RUNMAST-STATUS NOT = "00"
            AND WS-RUNMAST-STATUS NOT = "10" THEN
               MOVE WS-RUNMAST-STATUS TO WS-ERR-STATUS
               PERFORM REPORT_MASTER_READ_ERROR
           END-IF.

      *>***************************************************************

      *>******************** Move index section ***********************

       UNLOAD_MOVEIDX.
           MOVE "MOVEIDX" TO WS-MASTER-NAME
           PERFORM BUILD_BACKUP_DSN
           OPEN INPUT MOVEIDX-BKP-FILE
           IF WS-BKP-FILE-STATUS = "00" THEN
               CLOSE MOVEIDX-BKP-FILE
               PERFORM REPORT_BACKUP_EXISTS
           ELSE
               OPEN INPUT MOVEIDX-FILE
               EVALUATE WS-MOVEIDX-STATUS
                   WHEN "00"
                       PERFORM UNLOAD_MOVEIDX_FILE
                       CLOSE MOVEIDX-FILE
                   WHEN "35"
                       PERFORM REPORT_NO_MASTER
                   WHEN OTHER
                       MOVE WS-MOVEIDX-STATUS TO WS-ERR-STATUS
                       PERFORM REPORT_MASTER_UNREADABLE
               END-EVALUATE
           END-IF.

       UNLOAD_MOVEIDX_FILE.
           OPEN OUTPUT MOVEIDX-BKP-FILE
           IF WS-BKP-FILE-STATUS NOT = "00" THEN
               PERFORM REPORT_BACKUP_UNWRITABLE
           ELSE
               PERFORM START_MASTER_UNLOAD
               PERFORM UNLOAD_MOVEIDX_LOOP
                   UNTIL WS-MASTER-EOF-YES OR WS-UNLOAD-FAILED-YES
               IF NOT WS-UNLOAD-FAILED-YES THEN
                   PERFORM BUILD_BACKUP_TRAILER
                   MOVE BKP-TRAILER TO MOVEIDX-BKP-RECORD
                   WRITE MOVEIDX-BKP-RECORD
                   PERFORM CHECK_TRAILER_WRITE
               END-IF
               CLOSE MOVEIDX-BKP-FILE
               PERFORM REPORT_UNLOAD_RESULT
           END-IF.

       UNLOAD_MOVEIDX_LOOP.
           READ MOVEIDX-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF
               NOT AT END
                   MOVE MOVEIDX-RECORD TO MOVEIDX-BKP-RECORD
                   WRITE MOVEIDX-BKP-RECORD
                   MOVE MOVEIDX-RECORD(1:20) TO WS-HASH-KEY
                   MOVE 20 TO WS-HASH-LEN
                   PERFORM COUNT_UNLOADED_RECORD
           END-READ
           IF WS-MOVEIDX-STATUS NOT = "00"
            AND WS-MOVEIDX-STATUS NOT = "10" THEN
               MOVE WS-MOVEIDX-STATUS TO WS-ERR-STATUS
               PERFORM REPORT_MASTER_READ_ERROR
           END-IF.

      *>***************************************************************

      *>******************* Deck profile section **********************

       UNLOAD_DECKPROF.
           MOVE "DECKPROF" TO WS-MASTER-NAME
           PERFORM BUILD_BACKUP_DSN
           OPEN INPUT DECKPROF-BKP-FILE
           IF WS-BKP-FILE-STATUS = "00" THEN
               CLOSE DECKPROF-BKP-FILE
               PERFORM REPORT_BACKUP_EXISTS
           ELSE
               OPEN INPUT DECKPROF-FILE
               EVALUATE WS-PROF-STATUS
                   WHEN "00"
                       PERFORM UNLOAD_DECKPROF_FILE
                       CLOSE DECKPROF-FILE
                   WHEN "35"
                       PERFORM REPORT_NO_MASTER
                   WHEN OTHER
                       MOVE WS-PROF-STATUS TO WS-ERR-STATUS
                       PERFORM REPORT_MASTER_UNREADABLE
               END-EVALUATE
           END-IF.

       UNLOAD_DECKPROF_FILE.
           OPEN OUTPUT DECKPROF-BKP-FILE
           IF WS-BKP-FILE-STATUS NOT = "00" THEN
               PERFORM REPORT_BACKUP_UNWRITABLE
           ELSE
               PERFORM START_MASTER_UNLOAD
               PERFORM UNLOAD_DECKPROF_LOOP
                   UNTIL WS-MASTER-EOF-YES OR WS-UNLOAD-FAILED-YES
               IF NOT WS-UNLOAD-FAILED-YES THEN
                   PERFORM BUILD_BACKUP_TRAILER
                   MOVE BKP-TRAILER TO DECKPROF-BKP-RECORD
                   WRITE DECKPROF-BKP-RECORD
                   PERFORM CHECK_TRAILER_WRITE
               END-IF
               CLOSE DECKPROF-BKP-FILE
               PERFORM REPORT_UNLOAD_RESULT
           END-IF.

       UNLOAD_DECKPROF_LOOP.
           READ DECKPROF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF
               NOT AT END
                   MOVE DECKPROF-RECORD TO DECKPROF-BKP-RECORD
                   WRITE DECKPROF-BKP-RECORD
                   MOVE DECKPROF-RECORD(1:8) TO WS-HASH-KEY
                   MOVE 8 TO WS-HASH-LEN
                   PERFORM COUNT_UNLOADED_RECORD
           END-READ
           IF WS-PROF-STATUS NOT = "00"
            AND WS-PROF-STATUS NOT = "10" THEN
               MOVE WS-PROF-STATUS TO WS-ERR-STATUS
               PERFORM REPORT_MASTER_READ_ERROR
           END-IF.

      *>***************************************************************

      *>******************** Backup seal section **********************

       BUILD_BACKUP_DSN.
           MOVE SPACES TO WS-MASTER-DSN
           STRING FUNCTION TRIM(WS-MASTER-NAME) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-MASTER-DSN
           MOVE SPACES TO WS-BKP-DSN
           STRING FUNCTION TRIM(WS-MASTER-NAME) DELIMITED BY SIZE
               "_BKP_" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-BKP-DSN.

       START_MASTER_UNLOAD.
           MOVE "N" TO WS-MASTER-EOF
           MOVE "N" TO WS-UNLOAD-FAILED
           MOVE 0 TO WS-UNLOAD-COUNT
           MOVE 0 TO WS-KEY-HASH.

      *>The image has just been written to the backup - count and
      *>hash it only if the write took.
       COUNT_UNLOADED_RECORD.
           IF WS-BKP-FILE-STATUS NOT = "00" THEN
               DISPLAY FUNCTION TRIM(WS-BKP-DSN) " WRITE FAILED - "
                "STATUS " WS-BKP-FILE-STATUS " AFTER "
                WS-UNLOAD-COUNT " RECORD(S)"
               MOVE "Y" TO WS-UNLOAD-FAILED
           ELSE
               ADD 1 TO WS-UNLOAD-COUNT
               PERFORM HASH_RECORD_KEY
           END-IF.

      *>See mstrbkp.cpy - SOLITAIRE_MASTER_RELOAD hashes the same
      *>bytes the same way.
       HASH_RECORD_KEY.
           MOVE 0 TO WS-REC-HASH
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
            UNTIL WS-HASH-POS > WS-HASH-LEN
               COMPUTE WS-REC-HASH = WS-REC-HASH + WS-HASH-POS *
                FUNCTION ORD(WS-HASH-KEY(WS-HASH-POS:1))
           END-PERFORM
           COMPUTE WS-KEY-HASH =
            FUNCTION MOD(WS-KEY-HASH + WS-REC-HASH, 100000000).

       BUILD_BACKUP_TRAILER.
           MOVE "*TRAILER" TO BT-MARK
           MOVE WS-UNLOAD-COUNT TO BT-COUNT
           MOVE WS-KEY-HASH TO BT-KEY-HASH
           MOVE WS-TODAY TO BT-DATE
           MOVE WS-TIME-RAW(1:6) TO BT-TIME.

       CHECK_TRAILER_WRITE.
           IF WS-BKP-FILE-STATUS NOT = "00" THEN
               DISPLAY FUNCTION TRIM(WS-BKP-DSN) " TRAILER WRITE "
                "FAILED - STATUS " WS-BKP-FILE-STATUS
               MOVE "Y" TO WS-UNLOAD-FAILED
           END-IF.

      *>***************************************************************

      *>*********************** Report section ************************

       REPORT_UNLOAD_RESULT.
           IF WS-UNLOAD-FAILED-YES THEN
               DISPLAY "*** " FUNCTION TRIM(WS-BKP-DSN) " IS "
                "INCOMPLETE AND UNSEALED - NOT USABLE FOR A RELOAD "
                "***"
               MOVE 8 TO WS-JOB-SEVERITY
           ELSE
               DISPLAY FUNCTION TRIM(WS-MASTER-DSN) " UNLOADED TO "
                FUNCTION TRIM(WS-BKP-DSN) " - " WS-UNLOAD-COUNT
                " RECORD(S), KEY HASH " WS-KEY-HASH
               PERFORM CATALOG_BACKUP
           END-IF.

      *>Enter the sealed backup on the dataset catalog. A backup is
      *>never rewritten, but an entry already there (a backup
      *>removed by hand and taken again the same day) is refreshed.
      *>The catalog only describes the estate: failing to update it
      *>is shown on the console but never changes the RC.
       CATALOG_BACKUP.
           OPEN I-O DSCAT-FILE
           IF WS-CAT-STATUS = "35" THEN
               OPEN OUTPUT DSCAT-FILE
               CLOSE DSCAT-FILE
               OPEN I-O DSCAT-FILE
           END-IF
           IF WS-CAT-STATUS NOT = "00" THEN
               DISPLAY "DATASET CATALOG (DSCAT.DAT) UNAVAILABLE - "
                "STATUS " WS-CAT-STATUS " - " FUNCTION
                TRIM(WS-BKP-DSN) " NOT CATALOGED"
           ELSE
               MOVE WS-BKP-DSN TO DC-DSN
               READ DSCAT-FILE
                   INVALID KEY
                       MOVE SPACES TO DSCAT-RECORD
                       MOVE WS-BKP-DSN TO DC-DSN
                       MOVE SPACES TO DC-RUN-ID
                       MOVE "MSTRBKP" TO DC-TYPE
                       MOVE "SOLITAIRE_MASTER_UNLOAD" TO DC-PROGRAM
                       MOVE WS-TODAY TO DC-CREATE-DATE
                       MOVE WS-UNLOAD-COUNT TO DC-SEAL-COUNT
                       MOVE WS-TODAY TO DC-SEAL-DATE
                       IF WS-MASTER-NAME = "RUNMAST" THEN
                           MOVE 351 TO DC-RECORD-LEN
                       ELSE
                           MOVE 38 TO DC-RECORD-LEN
                       END-IF
                       MOVE 0 TO DC-VERIFY-DATE
                       MOVE 0 TO DC-ARCHIVE-DATE
                       WRITE DSCAT-RECORD
                   NOT INVALID KEY
                       MOVE WS-UNLOAD-COUNT TO DC-SEAL-COUNT
                       MOVE WS-TODAY TO DC-SEAL-DATE
                       REWRITE DSCAT-RECORD
               END-READ
               IF WS-CAT-STATUS NOT = "00" THEN
                   DISPLAY "DATASET CATALOG UPDATE FOR " FUNCTION
                    TRIM(WS-BKP-DSN) " FAILED - STATUS "
                    WS-CAT-STATUS
               END-IF
               CLOSE DSCAT-FILE
           END-IF.

       REPORT_BACKUP_EXISTS.
           DISPLAY FUNCTION TRIM(WS-BKP-DSN) " ALREADY EXISTS - "
            "TODAY'S BACKUP KEPT, " FUNCTION TRIM(WS-MASTER-DSN)
            " NOT UNLOADED AGAIN"
           IF WS-JOB-SEVERITY < 4 THEN
               MOVE 4 TO WS-JOB-SEVERITY
           END-IF.

       REPORT_NO_MASTER.
           DISPLAY "NO " FUNCTION TRIM(WS-MASTER-DSN)
            " - NOTHING TO UNLOAD"
           IF WS-JOB-SEVERITY < 4 THEN
               MOVE 4 TO WS-JOB-SEVERITY
           END-IF.

       REPORT_MASTER_UNREADABLE.
           DISPLAY FUNCTION TRIM(WS-MASTER-DSN) " OPEN FAILED - "
            "STATUS " WS-ERR-STATUS " - NOT UNLOADED"
           MOVE 8 TO WS-JOB-SEVERITY.

       REPORT_MASTER_READ_ERROR.
           DISPLAY FUNCTION TRIM(WS-MASTER-DSN) " READ ERROR - "
            "STATUS " WS-ERR-STATUS " AFTER " WS-UNLOAD-COUNT
            " RECORD(S)"
           MOVE "Y" TO WS-UNLOAD-FAILED.

       REPORT_BACKUP_UNWRITABLE.
           DISPLAY FUNCTION TRIM(WS-BKP-DSN) " NOT WRITABLE - STATUS "
            WS-BKP-FILE-STATUS " - " FUNCTION TRIM(WS-MASTER-DSN)
            " NOT UNLOADED"
           MOVE 8 TO WS-JOB-SEVERITY.

      *>***************************************************************
