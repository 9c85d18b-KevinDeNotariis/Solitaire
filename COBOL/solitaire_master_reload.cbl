       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLITAIRE_MASTER_RELOAD.
       AUTHOR. KEVIN DE NOTARIIS.
       DATE-WRITTEN. OCTOBER 15TH 2026.

      *>Rebuilds one indexed master - RUNMAST.DAT, MOVEIDX.DAT or
      *>DECKPROF.DAT - from a backup written by
      *>SOLITAIRE_MASTER_UNLOAD, then (run master only) rolls forward
      *>every correction audited in RMAUDIT.DAT after the backup was
      *>taken, so a disk failure on the master does not undo the
      *>cleanup done since through SOLITAIRE_RUNMAST_MAINT and
      *>SOLITAIRE_RUNMAST_BATCH.
      *>PARM:
      *>  cols 1-8   master: RUNMAST, MOVEIDX or DECKPROF
      *>  cols 9-16  date of the backup to reload (YYYYMMDD) - the
      *>             dataset <master>_BKP_<yyyymmdd>.DAT
      *>The backup's integrity trailer (count + key hash, see
      *>mstrbkp.cpy) is checked in a pass of its own BEFORE the
      *>master is touched: a missing, unsealed or broken backup is
      *>refused with RETURN-CODE 8 and the master is left as it is.
      *>A sealed backup REPLACES the master (OPEN OUTPUT, then every
      *>image written back by key).
      *>Roll-forward: RMAUDIT.DAT records stamped at or after the
      *>backup's unload date/time are replayed in audit order. A
      *>change is applied only where the reloaded record still holds
      *>the audit's BEFORE image, so replaying is safe however often
      *>it is run:
      *>  record holds BEFORE image      - correction rewritten from
      *>                                   the AFTER image, or the
      *>                                   record deleted
      *>  correction, no record          - the run was loaded after
      *>                                   the backup; written from
      *>                                   the AFTER image
      *>  record holds AFTER image, or   - already in the backup,
      *>  delete and no record             nothing to do
      *>  anything else                  - CONFLICT, not applied
      *>Runs loaded into the master after the backup and never
      *>corrected come back with the next SOLITAIRE_RUNMAST_LOAD, as
      *>for any run. Every roll-forward outcome is listed on the
      *>report (MSTRLOAD.RPT).
      *>RETURN-CODE 0 clean, 4 when a correction conflicted or a
      *>backup image would not load, 8 when the backup is refused,
      *>the master cannot be rebuilt or RMAUDIT.DAT cannot be read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNMAST-FILE ASSIGN TO "RUNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT MOVEIDX-FILE ASSIGN TO "MOVEIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MI-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DECKPROF-FILE ASSIGN TO "DECKPROF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-PROFILE-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RUNMAST-BKP-FILE ASSIGN DYNAMIC WS-BKP-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT MOVEIDX-BKP-FILE ASSIGN DYNAMIC WS-BKP-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT DECKPROF-BKP-FILE ASSIGN DYNAMIC WS-BKP-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           *>Permanent correction audit - read only here.
           SELECT AUDIT-FILE ASSIGN TO "RMAUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RELOAD-RPT-FILE ASSIGN TO "MSTRLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNMAST-FILE.
       COPY "runmast.cpy".

       FD  MOVEIDX-FILE.
       COPY "moveidx.cpy".

       FD  DECKPROF-FILE.
       COPY "deckprof.cpy".

      *>Same record lengths as SOLITAIRE_MASTER_UNLOAD writes.
       FD  RUNMAST-BKP-FILE.
       01 RUNMAST-BKP-RECORD PIC X(351).

       FD  MOVEIDX-BKP-FILE.
       01 MOVEIDX-BKP-RECORD PIC X(38).

       FD  DECKPROF-BKP-FILE.
       01 DECKPROF-BKP-RECORD PIC X(38).

       FD  AUDIT-FILE.
       COPY "rmaudit.cpy".

       FD  RELOAD-RPT-FILE.
       01 RELOAD-RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS     PIC XX.
           01 WS-BKP-FILE-STATUS   PIC XX.
           01 WS-AUDIT-FILE-STATUS PIC XX.
           01 WS-RPT-FILE-STATUS   PIC XX.

           01 WS-PARM-CARD PIC X(80) VALUE SPACES.
           01 WS-PARM-FIELDS REDEFINES WS-PARM-CARD.
               02 PARM-MASTER   PIC X(8).
               02 PARM-BKP-DATE PIC X(8).
               02 FILLER        PIC X(64).

           *>Master being reloaded, its dataset, its backup, and the
           *>length of the key that leads its records.
           01 WS-MASTER PIC X(8).
               88 WS-MASTER-RUNMAST  VALUE "RUNMAST".
               88 WS-MASTER-MOVEIDX  VALUE "MOVEIDX".
               88 WS-MASTER-DECKPROF VALUE "DECKPROF".
           01 WS-MASTER-DSN PIC X(12).
           01 WS-BKP-DSN    PIC X(30).
           01 WS-KEY-LEN    PIC 99.

           *>One backup record, whichever master it belongs to.
           01 WS-BKP-IMAGE PIC X(351).
           01 WS-BKP-EOF PIC X VALUE "N".
               88 WS-BKP-EOF-YES VALUE "Y".

           *>Seal verification (see mstrbkp.cpy) - the LAST record
           *>must be the trailer and agree with what was counted.
           COPY "mstrbkp.cpy".
           01 WS-VFY-COUNT  PIC 9(8) VALUE 0.
           01 WS-VFY-HASH   PIC 9(8) VALUE 0.
           01 WS-VFY-T-SEEN PIC X VALUE "N".
           01 WS-VFY-LAST-T PIC X VALUE "N".

           *>Key hash of one record - same bytes, same way as
           *>SOLITAIRE_MASTER_UNLOAD.
           01 WS-HASH-KEY PIC X(20).
           01 WS-HASH-POS PIC 99.
           01 WS-REC-HASH PIC 9(8).

           01 WS-LOAD-COUNT PIC 9(8) VALUE 0.
           01 WS-LOAD-FAIL-COUNT PIC 9(8) VALUE 0.
           01 WS-REBUILD-FAILED PIC X VALUE "N".
               88 WS-REBUILD-FAILED-YES VALUE "Y".

           *>Roll-forward - audit stamps against the backup's.
           01 WS-BKP-STAMP PIC 9(14).
           01 WS-AUD-STAMP PIC 9(14).
           01 WS-AUDIT-EOF PIC X VALUE "N".
               88 WS-AUDIT-EOF-YES VALUE "Y".
           01 WS-AUD-READ-COUNT  PIC 9(8) VALUE 0.
           01 WS-AUD-OLDER-COUNT PIC 9(8) VALUE 0.
           01 WS-ROLLED-COUNT    PIC 9(8) VALUE 0.
           01 WS-PRESENT-COUNT   PIC 9(8) VALUE 0.
           01 WS-CONFLICT-COUNT  PIC 9(8) VALUE 0.
           01 WS-RF-OUTCOME PIC X(12).
           01 WS-RF-NOTE    PIC X(50).

           01 WS-JOB-SEVERITY PIC 9 VALUE 0.

           01 WS-RPT-DETAIL PIC X(132).

       PROCEDURE DIVISION.

           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(PARM-MASTER) TO WS-MASTER

           EVALUATE TRUE
               WHEN WS-MASTER-RUNMAST
                   MOVE 16 TO WS-KEY-LEN
               WHEN WS-MASTER-MOVEIDX
                   MOVE 20 TO WS-KEY-LEN
               WHEN WS-MASTER-DECKPROF
                   MOVE 8 TO WS-KEY-LEN
               WHEN OTHER
                   DISPLAY "UNKNOWN MASTER '" PARM-MASTER "' - PARM "
                    "COLS 1-8 MUST BE RUNMAST, MOVEIDX OR DECKPROF"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF PARM-BKP-DATE IS NOT NUMERIC THEN
               DISPLAY "BACKUP DATE '" PARM-BKP-DATE "' NOT NUMERIC -"
                " PARM COLS 9-16 MUST NAME THE BACKUP (YYYYMMDD)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BUILD_DATASET_NAMES

           PERFORM VERIFY_BACKUP_TRAILER

           OPEN OUTPUT RELOAD-RPT-FILE
           PERFORM WRITE_REPORT_HEADING

           PERFORM REBUILD_MASTER
           IF WS-REBUILD-FAILED-YES THEN
               MOVE 8 TO WS-JOB-SEVERITY
           ELSE
               IF WS-MASTER-RUNMAST THEN
                   PERFORM ROLL_FORWARD_CORRECTIONS
               END-IF
           END-IF

           PERFORM WRITE_RELOAD_SUMMARY
           CLOSE RELOAD-RPT-FILE

           MOVE WS-JOB-SEVERITY TO RETURN-CODE

       STOP RUN.

      *>****************** Dataset naming section *********************
      *>Mirrors BUILD_BACKUP_DSN in SOLITAIRE_MASTER_UNLOAD.

       BUILD_DATASET_NAMES.
           MOVE SPACES TO WS-MASTER-DSN
           STRING FUNCTION TRIM(WS-MASTER) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-MASTER-DSN
           MOVE SPACES TO WS-BKP-DSN
           STRING FUNCTION TRIM(WS-MASTER) DELIMITED BY SIZE
               "_BKP_" DELIMITED BY SIZE
               PARM-BKP-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-BKP-DSN.

      *>***************************************************************

      *>******************** Backup access section ********************
      *>One set of paragraphs for all three backups - the master in
      *>hand picks the file; the record lands in WS-BKP-IMAGE.

       OPEN_BACKUP.
           EVALUATE TRUE
               WHEN WS-MASTER-RUNMAST
                   OPEN INPUT RUNMAST-BKP-FILE
               WHEN WS-MASTER-MOVEIDX
                   OPEN INPUT MOVEIDX-BKP-FILE
               WHEN OTHER
                   OPEN INPUT DECKPROF-BKP-FILE
           END-EVALUATE
           MOVE "N" TO WS-BKP-EOF.

       CLOSE_BACKUP.
           EVALUATE TRUE
               WHEN WS-MASTER-RUNMAST
                   CLOSE RUNMAST-BKP-FILE
               WHEN WS-MASTER-MOVEIDX
                   CLOSE MOVEIDX-BKP-FILE
               WHEN OTHER
                   CLOSE DECKPROF-BKP-FILE
           END-EVALUATE.

       READ_BACKUP.
           MOVE SPACES TO WS-BKP-IMAGE
           EVALUATE TRUE
               WHEN WS-MASTER-RUNMAST
                   READ RUNMAST-BKP-FILE
                       AT END
                           MOVE "Y" TO WS-BKP-EOF
                       NOT AT END
                           MOVE RUNMAST-BKP-RECORD TO WS-BKP-IMAGE
                   END-READ
               WHEN WS-MASTER-MOVEIDX
                   READ MOVEIDX-BKP-FILE
                       AT END
                           MOVE "Y" TO WS-BKP-EOF
                       NOT AT END
                           MOVE MOVEIDX-BKP-RECORD TO WS-BKP-IMAGE
                   END-READ
               WHEN OTHER
                   READ DECKPROF-BKP-FILE
                       AT END
                           MOVE "Y" TO WS-BKP-EOF
                       NOT AT END
                           MOVE DECKPROF-BKP-RECORD TO WS-BKP-IMAGE
                   END-READ
           END-EVALUATE
           *>A backup that cannot be read to its end is treated as
           *>ending there - the seal check then refuses it.
           IF WS-BKP-FILE-STATUS NOT = "00"
            AND WS-BKP-FILE-STATUS NOT = "10" THEN
               DISPLAY FUNCTION TRIM(WS-BKP-DSN) " READ ERROR - "
                "STATUS " WS-BKP-FILE-STATUS
               MOVE "Y" TO WS-BKP-EOF
               MOVE "N" TO WS-VFY-LAST-T
               MOVE "Y" TO WS-REBUILD-FAILED
           END-IF.

      *>***************************************************************

      *>******************** Seal verification section ****************
      *>Nothing is touched until the backup proves complete.

       VERIFY_BACKUP_TRAILER.
           PERFORM OPEN_BACKUP
           IF WS-BKP-FILE-STATUS NOT = "00" THEN
               DISPLAY "BACKUP " FUNCTION TRIM(WS-BKP-DSN)
                " NOT AVAILABLE - STATUS " WS-BKP-FILE-STATUS
                " - " FUNCTION TRIM(WS-MASTER-DSN) " LEFT AS IT IS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFY_BACKUP_LOOP UNTIL WS-BKP-EOF-YES
           PERFORM CLOSE_BACKUP
           EVALUATE TRUE
               WHEN WS-VFY-T-SEEN = "N"
                   DISPLAY "*** " FUNCTION TRIM(WS-BKP-DSN)
                    " IS NOT SEALED (NO INTEGRITY TRAILER) - "
                    "NOT RELOADED, " FUNCTION TRIM(WS-MASTER-DSN)
                    " LEFT AS IT IS ***"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN WS-VFY-LAST-T = "N"
                OR WS-VFY-COUNT NOT = BT-COUNT
                OR WS-VFY-HASH NOT = BT-KEY-HASH
                   DISPLAY "*** " FUNCTION TRIM(WS-BKP-DSN)
                    " FAILS ITS INTEGRITY TRAILER (COUNTED "
                    WS-VFY-COUNT " HASH " WS-VFY-HASH ", SEALED "
                    BT-COUNT " HASH " BT-KEY-HASH ") - NOT "
                    "RELOADED, " FUNCTION TRIM(WS-MASTER-DSN)
                    " LEFT AS IT IS ***"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   COMPUTE WS-BKP-STAMP = BT-DATE * 1000000 + BT-TIME
                   DISPLAY FUNCTION TRIM(WS-BKP-DSN) " SEAL VERIFIED -"
                    " " BT-COUNT " RECORD(S) UNLOADED " BT-DATE " "
                    BT-TIME
           END-EVALUATE.

       VERIFY_BACKUP_LOOP.
           PERFORM READ_BACKUP
           IF NOT WS-BKP-EOF-YES THEN
               IF WS-BKP-IMAGE(1:8) = "*TRAILER" THEN
                   MOVE "Y" TO WS-VFY-T-SEEN
                   MOVE "Y" TO WS-VFY-LAST-T
                   MOVE WS-BKP-IMAGE(1:38) TO BKP-TRAILER
                   IF BT-COUNT IS NOT NUMERIC
                    OR BT-KEY-HASH IS NOT NUMERIC
                    OR BT-DATE IS NOT NUMERIC
                    OR BT-TIME IS NOT NUMERIC THEN
                       MOVE "N" TO WS-VFY-LAST-T
                   END-IF
               ELSE
                   MOVE "N" TO WS-VFY-LAST-T
                   ADD 1 TO WS-VFY-COUNT
                   PERFORM HASH_RECORD_KEY
               END-IF
           END-IF.

      *>See mstrbkp.cpy.
       HASH_RECORD_KEY.
           MOVE WS-BKP-IMAGE(1:WS-KEY-LEN) TO WS-HASH-KEY
           MOVE 0 TO WS-REC-HASH
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
            UNTIL WS-HASH-POS > WS-KEY-LEN
               COMPUTE WS-REC-HASH = WS-REC-HASH + WS-HASH-POS *
                FUNCTION ORD(WS-HASH-KEY(WS-HASH-POS:1))
           END-PERFORM
           COMPUTE WS-VFY-HASH =
            FUNCTION MOD(WS-VFY-HASH + WS-REC-HASH, 100000000).

      *>***************************************************************

      *>*********************** Rebuild section ***********************

      *>OPEN OUTPUT empties (or creates) the master; it is then
      *>reopened I-O so the roll-forward can read and rewrite by key.
       REBUILD_MASTER.
           EVALUATE TRUE
               WHEN WS-MASTER-RUNMAST
                   OPEN OUTPUT RUNMAST-FILE
                   IF WS-MASTER-STATUS = "00" THEN
                       CLOSE RUNMAST-FILE
                       OPEN I-O RUNMAST-FILE
                   END-IF
               WHEN WS-MASTER-MOVEIDX
                   OPEN OUTPUT MOVEIDX-FILE
                   IF WS-MASTER-STATUS = "00" THEN
                       CLOSE MOVEIDX-FILE
                       OPEN I-O MOVEIDX-FILE
                   END-IF
               WHEN OTHER
                   OPEN OUTPUT DECKPROF-FILE
                   IF WS-MASTER-STATUS = "00" THEN
                       CLOSE DECKPROF-FILE
                       OPEN I-O DECKPROF-FILE
                   END-IF
           END-EVALUATE
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY FUNCTION TRIM(WS-MASTER-DSN) " COULD NOT BE "
                "REBUILT - OPEN STATUS " WS-MASTER-STATUS
               MOVE "Y" TO WS-REBUILD-FAILED
           ELSE
               PERFORM OPEN_BACKUP
               IF WS-BKP-FILE-STATUS NOT = "00" THEN
                   DISPLAY "BACKUP " FUNCTION TRIM(WS-BKP-DSN)
                    " REOPEN FAILED - STATUS " WS-BKP-FILE-STATUS
                   MOVE "Y" TO WS-REBUILD-FAILED
               ELSE
                   PERFORM REBUILD_MASTER_LOOP UNTIL WS-BKP-EOF-YES
                   PERFORM CLOSE_BACKUP
               END-IF
               IF WS-REBUILD-FAILED-YES OR NOT WS-MASTER-RUNMAST THEN
                   PERFORM CLOSE_MASTER
               END-IF
               IF WS-REBUILD-FAILED-YES THEN
                   DISPLAY "*** " FUNCTION TRIM(WS-MASTER-DSN)
                    " IS INCOMPLETE - RERUN THE RELOAD ***"
               END-IF
           END-IF.

       REBUILD_MASTER_LOOP.
           PERFORM READ_BACKUP
           IF NOT WS-BKP-EOF-YES
            AND WS-BKP-IMAGE(1:8) NOT = "*TRAILER" THEN
               PERFORM WRITE_MASTER_RECORD
           END-IF.

      *>A verified backup has unique keys; a refused image still
      *>leaves the rest of the master loaded, with a warning.
       WRITE_MASTER_RECORD.
           EVALUATE TRUE
               WHEN WS-MASTER-RUNMAST
                   MOVE WS-BKP-IMAGE TO RUNMAST-RECORD
                   WRITE RUNMAST-RECORD
               WHEN WS-MASTER-MOVEIDX
                   MOVE WS-BKP-IMAGE TO MOVEIDX-RECORD
                   WRITE MOVEIDX-RECORD
               WHEN OTHER
                   MOVE WS-BKP-IMAGE TO DECKPROF-RECORD
                   WRITE DECKPROF-RECORD
           END-EVALUATE
           IF WS-MASTER-STATUS = "00" THEN
               ADD 1 TO WS-LOAD-COUNT
           ELSE
               ADD 1 TO WS-LOAD-FAIL-COUNT
               DISPLAY "IMAGE NOT LOADED - KEY '"
                WS-BKP-IMAGE(1:WS-KEY-LEN) "' STATUS "
                WS-MASTER-STATUS
               IF WS-JOB-SEVERITY < 4 THEN
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       CLOSE_MASTER.
           EVALUATE TRUE
               WHEN WS-MASTER-RUNMAST
                   CLOSE RUNMAST-FILE
               WHEN WS-MASTER-MOVEIDX
                   CLOSE MOVEIDX-FILE
               WHEN OTHER
                   CLOSE DECKPROF-FILE
           END-EVALUATE.

      *>***************************************************************

      *>******************** Roll-forward section *********************
      *>Run master only - RMAUDIT.DAT audits run-master changes. The
      *>master is still open I-O from the rebuild.

       ROLL_FORWARD_CORRECTIONS.
           MOVE SPACES TO RELOAD-RPT-LINE
           WRITE RELOAD-RPT-LINE
           MOVE "CORRECTIONS ROLLED FORWARD FROM RMAUDIT.DAT"
            TO RELOAD-RPT-LINE
           WRITE RELOAD-RPT-LINE
           OPEN INPUT AUDIT-FILE
           EVALUATE WS-AUDIT-FILE-STATUS
               WHEN "00"
                   PERFORM ROLL_FORWARD_LOOP UNTIL WS-AUDIT-EOF-YES
                   CLOSE AUDIT-FILE
               WHEN "35"
                   MOVE "  NO RMAUDIT.DAT - NO CORRECTION WAS EVER "
                    & "AUDITED, NOTHING TO ROLL FORWARD"
                    TO RELOAD-RPT-LINE
                   WRITE RELOAD-RPT-LINE
               WHEN OTHER
                   *>The master now holds the backup image only -
                   *>that must not pass as a finished recovery.
                   DISPLAY "CORRECTION AUDIT (RMAUDIT.DAT) NOT "
                    "READABLE - STATUS " WS-AUDIT-FILE-STATUS
                    " - CORRECTIONS NOT ROLLED FORWARD"
                   MOVE "  RMAUDIT.DAT NOT READABLE - CORRECTIONS NOT"
                    & " ROLLED FORWARD, RERUN THE RELOAD"
                    TO RELOAD-RPT-LINE
                   WRITE RELOAD-RPT-LINE
                   MOVE 8 TO WS-JOB-SEVERITY
           END-EVALUATE
           CLOSE RUNMAST-FILE.

       ROLL_FORWARD_LOOP.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF
               NOT AT END
                   ADD 1 TO WS-AUD-READ-COUNT
                   COMPUTE WS-AUD-STAMP = AUD-DATE * 1000000 + AUD-TIME
                   IF WS-AUD-STAMP < WS-BKP-STAMP THEN
                       ADD 1 TO WS-AUD-OLDER-COUNT
                   ELSE
                       PERFORM ROLL_FORWARD_ONE
                   END-IF
           END-READ.

      *>See the header comment for the outcomes.
       ROLL_FORWARD_ONE.
           MOVE SPACES TO WS-RF-NOTE
           MOVE AUD-BEFORE(1:16) TO RM-KEY
           READ RUNMAST-FILE
               INVALID KEY
                   EVALUATE AUD-FUNC
                       WHEN "C"
                           MOVE AUD-AFTER TO RUNMAST-RECORD
                           WRITE RUNMAST-RECORD
                           IF WS-MASTER-STATUS = "00" THEN
                               MOVE "ROLLED FWD" TO WS-RF-OUTCOME
                               MOVE "LOADED AFTER THE BACKUP - "
                                & "AFTER IMAGE WRITTEN" TO WS-RF-NOTE
                           ELSE
                               MOVE "CONFLICT" TO WS-RF-OUTCOME
                               STRING "WRITE FAILED - STATUS "
                                   DELIMITED BY SIZE
                                   WS-MASTER-STATUS DELIMITED BY SIZE
                                   INTO WS-RF-NOTE
                           END-IF
                       WHEN "D"
                           MOVE "IN BACKUP" TO WS-RF-OUTCOME
                           MOVE "NOT ON THE MASTER - ALREADY DELETED"
                            TO WS-RF-NOTE
                       WHEN OTHER
                           MOVE "CONFLICT" TO WS-RF-OUTCOME
                           MOVE "AUDIT FUNCTION NOT C OR D"
                            TO WS-RF-NOTE
                   END-EVALUATE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AUD-FUNC NOT = "C" AND AUD-FUNC NOT = "D"
                           MOVE "CONFLICT" TO WS-RF-OUTCOME
                           MOVE "AUDIT FUNCTION NOT C OR D"
                            TO WS-RF-NOTE
                       WHEN RUNMAST-RECORD = AUD-BEFORE
                           PERFORM APPLY_AUDITED_CHANGE
                       WHEN AUD-FUNC = "C"
                        AND RUNMAST-RECORD = AUD-AFTER
                           MOVE "IN BACKUP" TO WS-RF-OUTCOME
                           MOVE "RECORD ALREADY HOLDS THE CORRECTION"
                            TO WS-RF-NOTE
                       WHEN OTHER
                           MOVE "CONFLICT" TO WS-RF-OUTCOME
                           MOVE "RECORD MATCHES NEITHER AUDIT IMAGE - "
                            & "CHECK BY HAND" TO WS-RF-NOTE
                   END-EVALUATE
           END-READ
           EVALUATE WS-RF-OUTCOME
               WHEN "ROLLED FWD"
                   ADD 1 TO WS-ROLLED-COUNT
               WHEN "IN BACKUP"
                   ADD 1 TO WS-PRESENT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CONFLICT-COUNT
                   IF WS-JOB-SEVERITY < 4 THEN
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
           END-EVALUATE
           PERFORM REPORT_ROLL_FORWARD.

       APPLY_AUDITED_CHANGE.
           IF AUD-FUNC = "C" THEN
               MOVE AUD-AFTER TO RUNMAST-RECORD
               REWRITE RUNMAST-RECORD
           ELSE
               DELETE RUNMAST-FILE
           END-IF
           IF WS-MASTER-STATUS = "00" THEN
               MOVE "ROLLED FWD" TO WS-RF-OUTCOME
           ELSE
               MOVE "CONFLICT" TO WS-RF-OUTCOME
               STRING "REWRITE/DELETE FAILED - STATUS "
                   DELIMITED BY SIZE
                   WS-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-RF-NOTE
           END-IF.

      *>***************************************************************

      *>*********************** Report section ************************

       WRITE_REPORT_HEADING.
           MOVE "INDEXED MASTER RELOAD REPORT" TO RELOAD-RPT-LINE
           WRITE RELOAD-RPT-LINE
           MOVE SPACES TO RELOAD-RPT-LINE
           WRITE RELOAD-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "MASTER " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MASTER-DSN) DELIMITED BY SIZE
               " RELOADED FROM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BKP-DSN) DELIMITED BY SIZE
               " (UNLOADED " DELIMITED BY SIZE
               BT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BT-TIME DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RELOAD-RPT-LINE
           WRITE RELOAD-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "BACKUP SEAL VERIFIED - " DELIMITED BY SIZE
               BT-COUNT DELIMITED BY SIZE
               " RECORD(S), KEY HASH " DELIMITED BY SIZE
               BT-KEY-HASH DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RELOAD-RPT-LINE
           WRITE RELOAD-RPT-LINE.

       REPORT_ROLL_FORWARD.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  " DELIMITED BY SIZE
               WS-RF-OUTCOME DELIMITED BY SIZE
               AUD-FUNC DELIMITED BY SIZE
               " AUDITED " DELIMITED BY SIZE
               AUD-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUD-TIME DELIMITED BY SIZE
               " REASON " DELIMITED BY SIZE
               AUD-REASON DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               AUD-BEFORE(1:8) DELIMITED BY SIZE
               " '" DELIMITED BY SIZE
               AUD-BEFORE(9:8) DELIMITED BY SIZE
               "' " DELIMITED BY SIZE
               WS-RF-NOTE DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RELOAD-RPT-LINE
           WRITE RELOAD-RPT-LINE.

       WRITE_RELOAD_SUMMARY.
           MOVE SPACES TO RELOAD-RPT-LINE
           WRITE RELOAD-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "RECORDS RELOADED " DELIMITED BY SIZE
               WS-LOAD-COUNT DELIMITED BY SIZE
               "  NOT LOADED " DELIMITED BY SIZE
               WS-LOAD-FAIL-COUNT DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RELOAD-RPT-LINE
           WRITE RELOAD-RPT-LINE
           IF WS-MASTER-RUNMAST THEN
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "AUDIT RECORDS " DELIMITED BY SIZE
                   WS-AUD-READ-COUNT DELIMITED BY SIZE
                   "  OLDER THAN BACKUP " DELIMITED BY SIZE
                   WS-AUD-OLDER-COUNT DELIMITED BY SIZE
                   "  ROLLED FORWARD " DELIMITED BY SIZE
                   WS-ROLLED-COUNT DELIMITED BY SIZE
                   "  ALREADY IN BACKUP " DELIMITED BY SIZE
                   WS-PRESENT-COUNT DELIMITED BY SIZE
                   "  CONFLICTS " DELIMITED BY SIZE
                   WS-CONFLICT-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO RELOAD-RPT-LINE
               WRITE RELOAD-RPT-LINE
           END-IF
           IF WS-REBUILD-FAILED-YES THEN
               MOVE "*** MASTER REBUILD INCOMPLETE - RERUN THE RELOAD "
                & "***" TO RELOAD-RPT-LINE
               WRITE RELOAD-RPT-LINE
           END-IF

           DISPLAY "MASTER RELOAD COMPLETE FOR "
            FUNCTION TRIM(WS-MASTER-DSN)
           DISPLAY "RECORDS RELOADED  : " WS-LOAD-COUNT
           DISPLAY "NOT LOADED        : " WS-LOAD-FAIL-COUNT
           IF WS-MASTER-RUNMAST THEN
               DISPLAY "ROLLED FORWARD    : " WS-ROLLED-COUNT
               DISPLAY "ALREADY IN BACKUP : " WS-PRESENT-COUNT
               DISPLAY "CONFLICTS         : " WS-CONFLICT-COUNT
           END-IF
           DISPLAY "REPORT WRITTEN TO MSTRLOAD.RPT".

      *>***************************************************************
