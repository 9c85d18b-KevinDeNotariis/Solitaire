      *>dataset (RMAUDIT.DAT) holding the before and after images.
      *>RETURN-CODE 4 when anything was rejected, 8 when the master
      *>or the audit dataset failed - an unauditable change must
      *>fail the job loudly. Every reject is also put on the
      *>monitoring event feed (EVENTS.DAT, see eventrec.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           *>Monitoring event feed - opened EXTEND / written / closed
           *>per event.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNMAST-FILE.
       COPY "runmast.cpy".

      *>One record per applied change - see rmaudit.cpy.
       FD  AUDIT-FILE.
       COPY "rmaudit.cpy".

       FD  TRAN-RPT-FILE.
       01 TRAN-RPT-LINE PIC X(100).

       FD  EVENT-FILE.
       COPY "eventrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-TRAN-FILE-STATUS PIC XX.
           01 WS-RUNMAST-STATUS   PIC XX.
           01 WS-AUDIT-FILE-STATUS PIC XX.
           01 WS-RPT-FILE-STATUS  PIC XX.
           01 WS-EVENT-FILE-STATUS PIC XX.

           01 WS-TRAN-EOF PIC X VALUE "N".
               88 WS-TRAN-EOF-YES VALUE "Y".

           01 WS-RPT-DETAIL PIC X(100).

           *>Event for the monitoring feed.
           01 WS-EV-TIME-RAW PIC 9(8).
           01 WS-EV-TEXT     PIC X(80).

       PROCEDURE DIVISION.

           OPEN INPUT TRAN-FILE
               FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO TRAN-RPT-LINE
           WRITE TRAN-RPT-LINE
           PERFORM LOG_REJECT_EVENT.

      *>A failed REWRITE/DELETE has already set severity 8 - the
      *>event carries the same weight; anything else is a reject of
      *>the transaction itself (4). The feed only repeats what the
      *>report says: failing to write it is shown on the console but
      *>never changes the RC.
       LOG_REJECT_EVENT.
           MOVE SPACES TO WS-EV-TEXT
           STRING TX-FUNC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TX-RUN-DATE DELIMITED BY SIZE
               " REJECTED - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               " (REASON " DELIMITED BY SIZE
               TX-REASON DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-EV-TEXT
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
               MOVE "SOLITAIRE_RUNMAST_BATCH" TO EV-PROGRAM
               MOVE FUNCTION UPPER-CASE(TX-RUN-ID) TO EV-RUN-ID
               IF WS-REJECT-REASON = "REWRITE FAILED"
                OR WS-REJECT-REASON = "DELETE FAILED" THEN
                   MOVE 8 TO EV-SEVERITY
               ELSE
                   MOVE 4 TO EV-SEVERITY
               END-IF
               MOVE "REJECT" TO EV-CODE
               MOVE WS-EV-TEXT TO EV-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-FILE
           ELSE
               DISPLAY "EVENT FEED (EVENTS.DAT) UNWRITABLE - STATUS "
                WS-EVENT-FILE-STATUS
           END-IF.

       WRITE_MAINT_SUMMARY.
           MOVE SPACES TO TRAN-RPT-LINE
