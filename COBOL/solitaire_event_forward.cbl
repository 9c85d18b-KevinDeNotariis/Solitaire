       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLITAIRE_EVENT_FORWARD.
       AUTHOR. KEVIN DE NOTARIIS.
       DATE-WRITTEN. OCTOBER 15TH 2026.

      *>Forwarder for the monitoring event feed. The key programs
      *>append one fixed-layout record per event to EVENTS.DAT (see
      *>eventrec.cpy); this job picks up every event since its
      *>high-water mark and writes them to a sealed, delimited
      *>hand-off file for the data center's monitoring interface.
      *>Schedule it as often as alerts are wanted during the batch
      *>window - each run that finds new events writes its own
      *>hand-off file, and an existing one is never overwritten.
      *>High-water mark EVTHWM.DAT (LINE SEQUENTIAL, one record,
      *>rewritten by this job only):
      *>  cols 1-8   events already forwarded (record count of the
      *>             feed - the feed is append only)
      *>  cols 9-16  date of the last forward (YYYYMMDD)
      *>  cols 17-24 time of the last forward (HHMMSSCC)
      *>  cols 25-54 last hand-off dataset written
      *>No EVTHWM.DAT means nothing was ever forwarded: the whole
      *>feed goes. The mark only moves after the hand-off file is
      *>written and closed cleanly, so a failed run forwards the same
      *>events again next time rather than losing them.
      *>Hand-off dataset EVTFWD_<yyyymmdd><hhmmsscc>.DAT (LINE
      *>SEQUENTIAL), one event per line, fields separated by "|":
      *>  sequence (record number in EVENTS.DAT, 8 digits) | date |
      *>  time | program | run id | severity | event code | text
      *>trailing spaces dropped and any "|" in the text shown as "/".
      *>The last line seals it:
      *>  *TRAILER|<event count, 8 digits>|<sum of sequence numbers
      *>  mod 10**8, 8 digits>
      *>so the interface can tell a complete hand-off from a
      *>truncated one, and can drop a resent event by its sequence.
      *>A sealed hand-off is entered on the dataset catalog
      *>(DSCAT.DAT, see dscat.cpy) as an estate-wide EVTFWD dataset,
      *>so SOLITAIRE_VERIFY checks its seal and the inventory shows
      *>the hand-offs still on disk.
      *>RETURN-CODE 0 normally (also when there was nothing new), 4
      *>when the feed holds fewer events than the mark (the feed was
      *>reset - everything in it is forwarded again), 8 when the
      *>hand-off file or the mark could not be written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

           SELECT HWM-FILE ASSIGN TO "EVTHWM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HWM-FILE-STATUS.

           SELECT FWD-FILE ASSIGN DYNAMIC WS-FWD-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FWD-FILE-STATUS.

           *>Dataset catalog (see dscat.cpy) - the hand-off is
           *>entered once sealed.
           SELECT DSCAT-FILE ASSIGN TO "DSCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-DSN
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EVENT-FILE.
       COPY "eventrec.cpy".

       FD  HWM-FILE.
       01 HWM-RECORD.
           02 HW-FORWARDED PIC X(8).
           02 HW-DATE      PIC 9(8).
           02 HW-TIME      PIC 9(8).
           02 HW-LAST-DSN  PIC X(30).

       FD  FWD-FILE.
       01 FWD-LINE PIC X(160).

       FD  DSCAT-FILE.
       COPY "dscat.cpy".

       WORKING-STORAGE SECTION.
           01 WS-EVENT-FILE-STATUS PIC XX.
           01 WS-HWM-FILE-STATUS   PIC XX.
           01 WS-FWD-FILE-STATUS   PIC XX.
           01 WS-CAT-STATUS        PIC XX.

           01 WS-EVENT-EOF PIC X VALUE "N".
               88 WS-EVENT-EOF-YES VALUE "Y".

           01 WS-TODAY    PIC 9(8).
           01 WS-TIME-RAW PIC 9(8).
           01 WS-FWD-DSN  PIC X(30).

           *>Events already forwarded, events in the feed now, and
           *>the record number being read.
           01 WS-HWM         PIC 9(8) VALUE 0.
           01 WS-EVENT-TOTAL PIC 9(8) VALUE 0.
           01 WS-EVENT-SEQ   PIC 9(8) VALUE 0.
           01 WS-LAST-DSN    PIC X(30) VALUE SPACES.

           *>Hand-off seal totals.
           01 WS-FWD-COUNT PIC 9(8) VALUE 0.
           01 WS-FWD-HASH  PIC 9(8) VALUE 0.
           01 WS-FWD-FAILED PIC X VALUE "N".
               88 WS-FWD-FAILED-YES VALUE "Y".
           01 WS-ALERT-COUNT PIC 9(8) VALUE 0.

           01 WS-FWD-TEXT   PIC X(80).
           01 WS-FWD-DETAIL PIC X(160).

           01 WS-JOB-SEVERITY PIC 9 VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME

           PERFORM READ_HIGH_WATER_MARK

           PERFORM COUNT_FEED_EVENTS

           IF WS-EVENT-TOTAL < WS-HWM THEN
               DISPLAY "EVENT FEED HOLDS " WS-EVENT-TOTAL
                " EVENTS BUT " WS-HWM " WERE ALREADY FORWARDED - "
                "FEED WAS RESET, FORWARDING ALL OF IT AGAIN"
               MOVE 0 TO WS-HWM
               MOVE 4 TO WS-JOB-SEVERITY
           END-IF

           IF WS-EVENT-TOTAL = WS-HWM THEN
               DISPLAY "NO NEW EVENTS SINCE THE LAST FORWARD ("
                WS-HWM " FORWARDED SO FAR, LAST HAND-OFF "
                FUNCTION TRIM(WS-LAST-DSN) ") - NO HAND-OFF WRITTEN"
           ELSE
               PERFORM WRITE_HAND_OFF
               IF NOT WS-FWD-FAILED-YES THEN
                   PERFORM WRITE_HIGH_WATER_MARK
               END-IF
           END-IF

           MOVE WS-JOB-SEVERITY TO RETURN-CODE

       STOP RUN.

      *>******************** High-water mark section ******************

       READ_HIGH_WATER_MARK.
           OPEN INPUT HWM-FILE
           EVALUATE WS-HWM-FILE-STATUS
               WHEN "00"
                   READ HWM-FILE
                       AT END
                           DISPLAY "HIGH-WATER MARK (EVTHWM.DAT) EMPTY"
                            " - FORWARDING THE WHOLE FEED"
                       NOT AT END
                           *>A mark that cannot be read is not guessed
                           *>at - too low resends, too high loses.
                           IF HW-FORWARDED IS NOT NUMERIC THEN
                               DISPLAY "HIGH-WATER MARK (EVTHWM.DAT) "
                                "NOT NUMERIC ('" HW-FORWARDED
                                "') - NOTHING FORWARDED, FIX OR "
                                "REMOVE IT"
                               CLOSE HWM-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE HW-FORWARDED TO WS-HWM
                           MOVE HW-LAST-DSN TO WS-LAST-DSN
                   END-READ
                   CLOSE HWM-FILE
               WHEN "35"
                   DISPLAY "NO HIGH-WATER MARK (EVTHWM.DAT) - "
                    "FORWARDING THE WHOLE FEED"
               WHEN OTHER
                   DISPLAY "HIGH-WATER MARK (EVTHWM.DAT) NOT "
                    "AVAILABLE - STATUS " WS-HWM-FILE-STATUS
                    " - NOTHING FORWARDED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *>Written only after a clean hand-off: OPEN OUTPUT replaces the
      *>single record.
       WRITE_HIGH_WATER_MARK.
           OPEN OUTPUT HWM-FILE
           IF WS-HWM-FILE-STATUS = "00" THEN
               MOVE WS-EVENT-SEQ TO HW-FORWARDED
               MOVE WS-TODAY TO HW-DATE
               MOVE WS-TIME-RAW TO HW-TIME
               MOVE WS-FWD-DSN TO HW-LAST-DSN
               WRITE HWM-RECORD
           END-IF
           IF WS-HWM-FILE-STATUS NOT = "00" THEN
               DISPLAY "HIGH-WATER MARK (EVTHWM.DAT) NOT WRITTEN - "
                "STATUS " WS-HWM-FILE-STATUS " - THESE EVENTS WILL "
                "BE FORWARDED AGAIN NEXT RUN"
               MOVE 8 TO WS-JOB-SEVERITY
           END-IF
           CLOSE HWM-FILE.

      *>***************************************************************

      *>*********************** Feed read section *********************
      *>Counted first, so a reset feed is caught before anything is
      *>written. Writers may append while this job runs: the forward
      *>pass stops at the count taken here, and anything newer waits
      *>for the next run.

       COUNT_FEED_EVENTS.
           OPEN INPUT EVENT-FILE
           EVALUATE WS-EVENT-FILE-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EVENT-EOF
                   PERFORM COUNT_FEED_EVENTS_LOOP UNTIL WS-EVENT-EOF-YES
                    OR (WS-EVENT-FILE-STATUS NOT = "00"
                        AND WS-EVENT-FILE-STATUS NOT = "10")
                   IF NOT WS-EVENT-EOF-YES THEN
                       DISPLAY "EVENT FEED (EVENTS.DAT) READ ERROR - "
                        "STATUS " WS-EVENT-FILE-STATUS
                        " - NOTHING FORWARDED"
                       CLOSE EVENT-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   CLOSE EVENT-FILE
               WHEN "35"
                   DISPLAY "NO EVENT FEED (EVENTS.DAT) YET - NOTHING "
                    "TO FORWARD"
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "EVENT FEED (EVENTS.DAT) NOT AVAILABLE - "
                    "STATUS " WS-EVENT-FILE-STATUS
                    " - NOTHING FORWARDED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       COUNT_FEED_EVENTS_LOOP.
           READ EVENT-FILE
               AT END
                   MOVE "Y" TO WS-EVENT-EOF
               NOT AT END
                   ADD 1 TO WS-EVENT-TOTAL
           END-READ.

      *>***************************************************************

      *>*********************** Hand-off section **********************

       WRITE_HAND_OFF.
           MOVE SPACES TO WS-FWD-DSN
           STRING "EVTFWD_" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               WS-TIME-RAW DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-FWD-DSN
           *>A hand-off the interface may not have collected yet is
           *>never replaced.
           OPEN INPUT FWD-FILE
           IF WS-FWD-FILE-STATUS = "00" THEN
               CLOSE FWD-FILE
               DISPLAY FUNCTION TRIM(WS-FWD-DSN) " ALREADY EXISTS - "
                "NOTHING FORWARDED, RERUN"
               MOVE "Y" TO WS-FWD-FAILED
               MOVE 8 TO WS-JOB-SEVERITY
           ELSE
               PERFORM WRITE_HAND_OFF_FILE
           END-IF.

       WRITE_HAND_OFF_FILE.
           OPEN OUTPUT FWD-FILE
           IF WS-FWD-FILE-STATUS NOT = "00" THEN
               DISPLAY FUNCTION TRIM(WS-FWD-DSN) " NOT WRITABLE - "
                "STATUS " WS-FWD-FILE-STATUS " - NOTHING FORWARDED"
               MOVE "Y" TO WS-FWD-FAILED
               MOVE 8 TO WS-JOB-SEVERITY
           ELSE
               OPEN INPUT EVENT-FILE
               IF WS-EVENT-FILE-STATUS NOT = "00" THEN
                   DISPLAY "EVENT FEED (EVENTS.DAT) REOPEN FAILED - "
                    "STATUS " WS-EVENT-FILE-STATUS
                   MOVE "Y" TO WS-FWD-FAILED
               ELSE
                   MOVE 0 TO WS-EVENT-SEQ
                   MOVE "N" TO WS-EVENT-EOF
                   PERFORM FORWARD_EVENTS_LOOP
                       UNTIL WS-EVENT-EOF-YES
                        OR WS-FWD-FAILED-YES
                        OR WS-EVENT-SEQ >= WS-EVENT-TOTAL
                        OR (WS-EVENT-FILE-STATUS NOT = "00"
                            AND WS-EVENT-FILE-STATUS NOT = "10")
                   IF WS-EVENT-SEQ < WS-EVENT-TOTAL
                    AND NOT WS-FWD-FAILED-YES THEN
                       DISPLAY "EVENT FEED (EVENTS.DAT) ENDED EARLY AT "
                        WS-EVENT-SEQ " OF " WS-EVENT-TOTAL
                        " - STATUS " WS-EVENT-FILE-STATUS
                       MOVE "Y" TO WS-FWD-FAILED
                   END-IF
                   CLOSE EVENT-FILE
               END-IF
               IF NOT WS-FWD-FAILED-YES THEN
                   PERFORM SEAL_HAND_OFF
               END-IF
               CLOSE FWD-FILE
               IF WS-FWD-FAILED-YES THEN
                   DISPLAY FUNCTION TRIM(WS-FWD-DSN) " IS INCOMPLETE "
                    "AND UNSEALED - DISCARD IT; HIGH-WATER MARK NOT "
                    "MOVED"
                   MOVE 8 TO WS-JOB-SEVERITY
               ELSE
                   DISPLAY "EVENTS FORWARDED " WS-FWD-COUNT
                    " (SEQUENCE " WS-HWM " + 1 TO " WS-EVENT-SEQ
                    "), SEVERITY 4 AND ABOVE " WS-ALERT-COUNT
                   DISPLAY "HAND-OFF WRITTEN TO "
                    FUNCTION TRIM(WS-FWD-DSN)
                   PERFORM CATALOG_HAND_OFF
               END-IF
           END-IF.

      *>Enter the sealed hand-off on the dataset catalog; its name
      *>carries the time to 1/100 s, so it is always a new entry.
      *>Space is counted at the full line length - an upper bound
      *>for a delimited file. The catalog only describes the
      *>estate: failing to update it is shown on the console but
      *>never changes the RC.
       CATALOG_HAND_OFF.
           OPEN I-O DSCAT-FILE
           IF WS-CAT-STATUS = "35" THEN
               OPEN OUTPUT DSCAT-FILE
               CLOSE DSCAT-FILE
               OPEN I-O DSCAT-FILE
           END-IF
           IF WS-CAT-STATUS NOT = "00" THEN
               DISPLAY "DATASET CATALOG (DSCAT.DAT) UNAVAILABLE - "
                "STATUS " WS-CAT-STATUS " - " FUNCTION
                TRIM(WS-FWD-DSN) " NOT CATALOGED"
           ELSE
               MOVE SPACES TO DSCAT-RECORD
               MOVE WS-FWD-DSN TO DC-DSN
               MOVE SPACES TO DC-RUN-ID
               MOVE "EVTFWD" TO DC-TYPE
               MOVE "SOLITAIRE_EVENT_FORWARD" TO DC-PROGRAM
               MOVE WS-TODAY TO DC-CREATE-DATE
               MOVE WS-FWD-COUNT TO DC-SEAL-COUNT
               MOVE WS-TODAY TO DC-SEAL-DATE
               MOVE 160 TO DC-RECORD-LEN
               MOVE 0 TO DC-VERIFY-DATE
               MOVE 0 TO DC-ARCHIVE-DATE
               WRITE DSCAT-RECORD
               IF WS-CAT-STATUS NOT = "00" THEN
                   DISPLAY "DATASET CATALOG UPDATE FOR " FUNCTION
                    TRIM(WS-FWD-DSN) " FAILED - STATUS "
                    WS-CAT-STATUS
               END-IF
               CLOSE DSCAT-FILE
           END-IF.

      *>Events up to the mark are only counted past.
       FORWARD_EVENTS_LOOP.
           READ EVENT-FILE
               AT END
                   MOVE "Y" TO WS-EVENT-EOF
               NOT AT END
                   ADD 1 TO WS-EVENT-SEQ
                   IF WS-EVENT-SEQ > WS-HWM THEN
                       PERFORM FORWARD_ONE_EVENT
                   END-IF
           END-READ.

       FORWARD_ONE_EVENT.
           MOVE EV-TEXT TO WS-FWD-TEXT
           INSPECT WS-FWD-TEXT REPLACING ALL "|" BY "/"
           MOVE SPACES TO WS-FWD-DETAIL
           STRING WS-EVENT-SEQ DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               EV-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               EV-TIME DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(EV-PROGRAM TRAILING) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(EV-RUN-ID TRAILING) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               EV-SEVERITY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(EV-CODE TRAILING) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FWD-TEXT TRAILING) DELIMITED BY SIZE
               INTO WS-FWD-DETAIL
           MOVE WS-FWD-DETAIL TO FWD-LINE
           WRITE FWD-LINE
           IF WS-FWD-FILE-STATUS NOT = "00" THEN
               DISPLAY FUNCTION TRIM(WS-FWD-DSN) " WRITE FAILED - "
                "STATUS " WS-FWD-FILE-STATUS " AT SEQUENCE "
                WS-EVENT-SEQ
               MOVE "Y" TO WS-FWD-FAILED
           ELSE
               ADD 1 TO WS-FWD-COUNT
               COMPUTE WS-FWD-HASH =
                FUNCTION MOD(WS-FWD-HASH + WS-EVENT-SEQ, 100000000)
               IF EV-SEVERITY IS NUMERIC AND EV-SEVERITY >= 4 THEN
                   ADD 1 TO WS-ALERT-COUNT
               END-IF
           END-IF.

       SEAL_HAND_OFF.
           MOVE SPACES TO WS-FWD-DETAIL
           STRING "*TRAILER|" DELIMITED BY SIZE
               WS-FWD-COUNT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-FWD-HASH DELIMITED BY SIZE
               INTO WS-FWD-DETAIL
           MOVE WS-FWD-DETAIL TO FWD-LINE
           WRITE FWD-LINE
           IF WS-FWD-FILE-STATUS NOT = "00" THEN
               DISPLAY FUNCTION TRIM(WS-FWD-DSN) " TRAILER WRITE "
                "FAILED - STATUS " WS-FWD-FILE-STATUS
               MOVE "Y" TO WS-FWD-FAILED
           END-IF.

      *>***************************************************************
