      *>set when anything is out of balance (4 when the only
      *>exceptions are ledger rows without audit records - a game
      *>that never merged writes no audit records, so those may be
      *>legitimate - 8 for any hard mismatch). Each run out of
      *>balance is also put on the monitoring event feed (EVENTS.DAT,
      *>see eventrec.cpy).

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

       FD  RECON-RPT-FILE.
       01 RECON-RPT-LINE PIC X(100).

       FD  EVENT-FILE.
       COPY "eventrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-STAT-FILE-STATUS   PIC XX.
           01 WS-LEDGER-FILE-STATUS PIC XX.
           01 WS-AUDIT-FILE-STATUS  PIC XX.
           01 WS-RPT-FILE-STATUS    PIC XX.
           01 WS-EVENT-FILE-STATUS  PIC XX.

           01 WS-STAT-EOF PIC X VALUE "N".
               88 WS-STAT-EOF-YES VALUE "Y".
           01 WS-HARD-EXCEPTIONS PIC 9(8) VALUE 0.
           01 WS-WARN-EXCEPTIONS PIC 9(8) VALUE 0.
           01 WS-RUN-EXCEPTIONS  PIC 9(8) VALUE 0.
           *>Hard exceptions before the current run - tells its
           *>event whether the run's own exceptions were hard.
           01 WS-HARD-BEFORE-RUN PIC 9(8) VALUE 0.

           *>Event for the monitoring feed.
           01 WS-EV-TIME-RAW PIC 9(8).
           01 WS-EV-SEVERITY PIC 9.
           01 WS-EV-TEXT     PIC X(80).

           01 WS-RPT-DETAIL PIC X(100).

       RECONCILE_ONE_RUN.
           MOVE WS-RUN-ID(RX) TO WS-CUR-RUN-ID
           MOVE 0 TO WS-RUN-EXCEPTIONS
           MOVE WS-HARD-EXCEPTIONS TO WS-HARD-BEFORE-RUN
           COMPUTE WS-CUR-EXPECTED =
            WS-RUN-NUM-GAMES(RX) - WS-RUN-ABORT-COUNT(RX)

           IF WS-RUN-EXCEPTIONS = 0 THEN
               MOVE "  IN BALANCE" TO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
           ELSE
               PERFORM LOG_OUT_OF_BALANCE_EVENT
           END-IF.

       BUILD_DATASET_NAMES.
            " HARD EXCEPTIONS " WS-HARD-EXCEPTIONS
            " WARNINGS " WS-WARN-EXCEPTIONS
           DISPLAY "REPORT WRITTEN TO RECONRPT.DAT".

      *>***************************************************************

      *>********************* Event feed section **********************
      *>One event per run out of balance - severity 8 when any of its
      *>exceptions is hard, 4 when they are all ledger rows without
      *>audit records. The feed only repeats what the report says:
      *>failing to write it is shown on the console but never changes
      *>the RC.

       LOG_OUT_OF_BALANCE_EVENT.
           IF WS-HARD-EXCEPTIONS > WS-HARD-BEFORE-RUN THEN
               MOVE 8 TO WS-EV-SEVERITY
           ELSE
               MOVE 4 TO WS-EV-SEVERITY
           END-IF
           MOVE SPACES TO WS-EV-TEXT
           STRING "OUT OF BALANCE - " DELIMITED BY SIZE
               WS-RUN-EXCEPTIONS DELIMITED BY SIZE
               " EXCEPTION(S), SEE RECONRPT.DAT" DELIMITED BY SIZE
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
               MOVE "SOLITAIRE_RECONCILE" TO EV-PROGRAM
               MOVE WS-CUR-RUN-ID TO EV-RUN-ID
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE "OUTBAL" TO EV-CODE
               MOVE WS-EV-TEXT TO EV-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-FILE
           ELSE
               DISPLAY "EVENT FEED (EVENTS.DAT) UNWRITABLE - STATUS "
                WS-EVENT-FILE-STATUS
           END-IF.

      *>***************************************************************
