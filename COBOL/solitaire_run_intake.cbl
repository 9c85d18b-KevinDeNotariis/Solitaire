       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLITAIRE_RUN_INTAKE.
       AUTHOR. KEVIN DE NOTARIIS.
       DATE-WRITTEN. OCTOBER 15TH 2026.

      *>Run request intake: study-group requests are keyed once into
      *>the request dataset instead of being hand-typed as control
      *>cards, checked against what already exists, given run ids,
      *>turned into the night's control cards, and then followed
      *>through the run registry until the run is complete. Meant to
      *>run every morning - the report it prints is the list of open
      *>requests operations answers requesters from.
      *>Request dataset RUNREQ.DAT (LINE SEQUENTIAL, one request per
      *>record). Operations keys columns 1-106; this program owns
      *>columns 107-164 and rewrites the dataset on every run:
      *>  cols 1-6     request number  (6 digits, unique)
      *>  cols 7-26    requester
      *>  cols 27-66   purpose
      *>  cols 67-74   due date        (YYYYMMDD)
      *>  cols 75-80   games to play   (6 digits)
      *>  col  81      seed mode       (F fixed / R random, blank F)
      *>  cols 82-89   seed override   (8 digits, blank = none)
      *>  col  90      match rule      (B/S/V, blank B)
      *>  cols 91-98   deck profile id (must be in DECKPROF.DAT)
      *>  cols 99-106  run id          (blank = assign RQ + request
      *>                                number)
      *>  cols 107-116 state           (blank on a new request)
      *>  cols 117-124 date the state last changed
      *>  cols 125-164 note            (why rejected / where it is)
      *>States: a new request is checked - deck profile in the
      *>catalog, run id not already in RUNREG.DAT or RUNMAST.DAT nor
      *>held by another request, game count within the ceiling,
      *>fields well formed - and becomes QUEUED or REJECTED. QUEUED
      *>requests are SCHEDULED in due-date order while the nightly
      *>game budget lasts: one control card per run, written to
      *>CTLCARD_<run-id>.DAT in the CTLCARD.DAT / PARM layout of
      *>SOLITAIRE_PLAY_N_GAMES, for that night's step to be pointed
      *>at; each card written is entered on the dataset catalog
      *>(DSCAT.DAT, see dscat.cpy) as a CTLCARD dataset of its run.
      *>Once the registry shows the run id it is RUN (RUNNING,
      *>or FAILED and waiting to be resubmitted), and CLOSED when the
      *>registry shows it COMPLETE or it is on the run master.
      *>SCENARIO.DAT cells are not generated: matrix cells take run
      *>ids from the job's prefix and are never registered, so a
      *>request could not be followed through to CLOSED.
      *>Control dataset RUNINCTL.DAT (optional, one record):
      *>  cols 1-6   game ceiling per request (default 100000)
      *>  cols 7-14  nightly game budget     (0 / blank = no limit)
      *>  cols 15-20 checkpoint interval put on generated cards
      *>             (default 001000)
      *>Report RUNREQ.RPT: open requests with requester, purpose, due
      *>date, state and run id, then the requests rejected and closed
      *>today. RETURN-CODE 8 when a dataset needed for the checks or
      *>the rewrite failed (new requests are then left unchecked), 4
      *>when a request was rejected or an open request is past its
      *>due date, 0 otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "RUNREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           *>Scratch copy for the rewrite - same pattern as the run
           *>registry: the TMP copy is written and reopened before
           *>RUNREQ.DAT is truncated.
           SELECT REQ-TMP-FILE ASSIGN TO "RUNREQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-TMP-FILE-STATUS.

           SELECT INTAKE-CTL-FILE ASSIGN TO "RUNINCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT DECKPROF-FILE ASSIGN TO "DECKPROF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-PROFILE-ID
               FILE STATUS IS WS-PROF-STATUS.

           SELECT REG-FILE ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT RUNMAST-FILE ASSIGN TO "RUNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RUNMAST-STATUS.

           *>One card dataset per scheduled run, named like the other
           *>per-run datasets (see BUILD_DATASET_NAMES in
           *>SOLITAIRE_PLAY_N_GAMES).
           SELECT CARD-FILE ASSIGN DYNAMIC WS-CARD-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT REQ-RPT-FILE ASSIGN TO "RUNREQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           *>Dataset catalog (see dscat.cpy).
           SELECT DSCAT-FILE ASSIGN TO "DSCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-DSN
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REQ-FILE.
       01 REQ-RECORD.
           02 RQ-REQ-NUM       PIC X(6).
           02 RQ-REQUESTER     PIC X(20).
           02 RQ-PURPOSE       PIC X(40).
           02 RQ-DUE-DATE      PIC X(8).
           02 RQ-NUM-GAMES     PIC X(6).
           02 RQ-SEED-MODE     PIC X.
           02 RQ-SEED-OVERRIDE PIC X(8).
           02 RQ-MATCH-RULE    PIC X.
           02 RQ-DECK-PROFILE  PIC X(8).
           02 RQ-RUN-ID        PIC X(8).
           02 RQ-STATE         PIC X(10).
           02 RQ-STATE-DATE    PIC X(8).
           02 RQ-NOTE          PIC X(40).

       FD  REQ-TMP-FILE.
       01 REQ-TMP-RECORD PIC X(164).

       FD  INTAKE-CTL-FILE.
       01 INTAKE-CTL-RECORD.
           02 IC-GAME-CEILING  PIC X(6).
           02 IC-NIGHT-BUDGET  PIC X(8).
           02 IC-CHECKPOINT    PIC X(6).

       FD  DECKPROF-FILE.
       COPY "deckprof.cpy".

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

       FD  RUNMAST-FILE.
       COPY "runmast.cpy".

      *>Same layout as SOLITAIRE_PLAY_N_GAMES' CTL-RECORD / PARM card.
       FD  CARD-FILE.
       01 CARD-RECORD.
           02 CD-NUM-GAMES           PIC 9(6).
           02 CD-STAT-BOOL           PIC 9.
           02 CD-SEED-MODE           PIC X.
           02 CD-SEED-OVERRIDE       PIC 9(8).
           02 CD-CHECKPOINT-INTERVAL PIC 9(6).
           02 CD-RUN-ID              PIC X(8).
           02 CD-MATCH-RULE          PIC X.
           02 CD-ABORT-LIMIT         PIC 9(6).
           02 CD-DECK-PROFILE        PIC X(8).
           02 FILLER                 PIC X(35).

       FD  REQ-RPT-FILE.
       01 REQ-RPT-LINE PIC X(132).

       FD  DSCAT-FILE.
       COPY "dscat.cpy".

       WORKING-STORAGE SECTION.
           01 WS-REQ-FILE-STATUS     PIC XX.
           01 WS-REQ-TMP-FILE-STATUS PIC XX.
           01 WS-CTL-FILE-STATUS     PIC XX.
           01 WS-PROF-STATUS         PIC XX.
           01 WS-REG-FILE-STATUS     PIC XX.
           01 WS-RUNMAST-STATUS      PIC XX.
           01 WS-CARD-FILE-STATUS    PIC XX.
           01 WS-RPT-FILE-STATUS     PIC XX.
           01 WS-CAT-STATUS          PIC XX.

           01 WS-REQ-EOF PIC X VALUE "N".
               88 WS-REQ-EOF-YES VALUE "Y".
           01 WS-REG-EOF PIC X VALUE "N".
               88 WS-REG-EOF-YES VALUE "Y".
           01 WS-MAST-EOF PIC X VALUE "N".
               88 WS-MAST-EOF-YES VALUE "Y".

           01 WS-TODAY PIC 9(8).

           *>Control card values.
           01 WS-GAME-CEILING  PIC 9(6) VALUE 100000.
           01 WS-NIGHT-BUDGET  PIC 9(8) VALUE 0.
           01 WS-CARD-CHECKPOINT PIC 9(6) VALUE 1000.

           *>The whole request dataset, held so new requests can be
           *>checked against each other and scheduled in due-date
           *>order, then written back. RT-REG-SEEN is what the
           *>registry shows for the entry's run id (C complete, R
           *>running, F failed, SPACE nothing), RT-MAST-SEEN whether
           *>the run master holds it; RT-PICKED marks a QUEUED entry
           *>the scheduler has already looked at this run.
           01 WS-REQ-COUNT PIC 9(3) VALUE 0.
           01 WS-REQ-TABLE.
               02 WS-REQ-ENTRY OCCURS 500 TIMES INDEXED BY QX.
                   03 RT-RECORD.
                       04 RT-REQ-NUM       PIC X(6).
                       04 RT-REQUESTER     PIC X(20).
                       04 RT-PURPOSE       PIC X(40).
                       04 RT-DUE-DATE      PIC X(8).
                       04 RT-NUM-GAMES     PIC X(6).
                       04 RT-SEED-MODE     PIC X.
                       04 RT-SEED-OVERRIDE PIC X(8).
                       04 RT-MATCH-RULE    PIC X.
                       04 RT-DECK-PROFILE  PIC X(8).
                       04 RT-RUN-ID        PIC X(8).
                       04 RT-STATE         PIC X(10).
                       04 RT-STATE-DATE    PIC X(8).
                       04 RT-NOTE          PIC X(40).
                   03 RT-NEW       PIC X.
                   03 RT-REG-SEEN  PIC X.
                   03 RT-MAST-SEEN PIC X.
                   03 RT-PICKED    PIC X.
           01 QX2 PIC 9(3).

           *>Checks are only made when every dataset they read could
           *>be read - a request is never QUEUED on a half check.
           01 WS-CAN-CHECK PIC X VALUE "Y".
               88 WS-CAN-CHECK-YES VALUE "Y".
           01 WS-CHECK-GAP PIC X(40) VALUE SPACES.
           01 WS-PROF-OPEN PIC X VALUE "N".

           01 WS-REQ-OK PIC X.
               88 WS-REQ-OK-YES VALUE "Y".
           01 WS-REJECT-REASON PIC X(40).
           01 WS-GAMES-NUM   PIC 9(6).
           01 WS-DUE-NUM     PIC 9(8).
           01 WS-CEILING-ED  PIC Z(5)9.

           *>Scheduling.
           01 WS-COMMITTED PIC 9(9) VALUE 0.
           01 WS-PICK-DUE  PIC X(8).
           01 WS-PICK-FOUND PIC X.
               88 WS-PICK-FOUND-YES VALUE "Y".
           01 WS-CARD-DSN PIC X(24).

           *>Outcome counters for the summary and the RETURN-CODE.
           01 WS-NEW-COUNT       PIC 9(3) VALUE 0.
           01 WS-QUEUED-COUNT    PIC 9(3) VALUE 0.
           01 WS-REJECTED-COUNT  PIC 9(3) VALUE 0.
           01 WS-SCHEDULED-COUNT PIC 9(3) VALUE 0.
           01 WS-CLOSED-COUNT    PIC 9(3) VALUE 0.
           01 WS-OPEN-COUNT      PIC 9(3) VALUE 0.
           01 WS-OVERDUE-COUNT   PIC 9(3) VALUE 0.
           01 WS-JOB-SEVERITY    PIC 9 VALUE 0.

           01 WS-RPT-DETAIL PIC X(132).
           01 WS-LATE-FLAG  PIC X(4).

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM READ_INTAKE_CONTROL

           PERFORM LOAD_REQUESTS

           *>Run ids are settled before the registry and master are
           *>scanned, so an assigned id is checked exactly like a
           *>typed one.
           PERFORM ASSIGN_RUN_IDS
               VARYING QX FROM 1 BY 1 UNTIL QX > WS-REQ-COUNT

           PERFORM SCAN_RUN_REGISTRY
           PERFORM SCAN_RUN_MASTER

           OPEN INPUT DECKPROF-FILE
           IF WS-PROF-STATUS = "00" THEN
               MOVE "Y" TO WS-PROF-OPEN
           ELSE
               MOVE "N" TO WS-CAN-CHECK
               MOVE "DECKPROF.DAT UNAVAILABLE" TO WS-CHECK-GAP
               DISPLAY "DECK PROFILE CATALOG (DECKPROF.DAT) NOT "
                "AVAILABLE - STATUS " WS-PROF-STATUS
                " - NEW REQUESTS LEFT UNCHECKED"
           END-IF

           PERFORM PROCESS_REQUEST
               VARYING QX FROM 1 BY 1 UNTIL QX > WS-REQ-COUNT

           IF WS-PROF-OPEN = "Y" THEN
               CLOSE DECKPROF-FILE
           END-IF

           PERFORM SCHEDULE_QUEUED

           PERFORM REWRITE_REQUESTS

           PERFORM WRITE_REQUEST_REPORT

           IF WS-CAN-CHECK = "N" THEN
               MOVE 8 TO WS-JOB-SEVERITY
           END-IF
           IF (WS-REJECTED-COUNT > 0 OR WS-OVERDUE-COUNT > 0)
            AND WS-JOB-SEVERITY < 4 THEN
               MOVE 4 TO WS-JOB-SEVERITY
           END-IF
           MOVE WS-JOB-SEVERITY TO RETURN-CODE

       STOP RUN.

      *>********************* Initialize section **********************

       READ_INTAKE_CONTROL.
           OPEN INPUT INTAKE-CTL-FILE
           IF WS-CTL-FILE-STATUS = "00" THEN
               READ INTAKE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IC-GAME-CEILING IS NUMERIC
                        AND IC-GAME-CEILING > 0 THEN
                           MOVE IC-GAME-CEILING TO WS-GAME-CEILING
                       END-IF
                       IF IC-NIGHT-BUDGET IS NUMERIC THEN
                           MOVE IC-NIGHT-BUDGET TO WS-NIGHT-BUDGET
                       END-IF
                       IF IC-CHECKPOINT IS NUMERIC
                        AND IC-CHECKPOINT > 0 THEN
                           MOVE IC-CHECKPOINT TO WS-CARD-CHECKPOINT
                       END-IF
               END-READ
               CLOSE INTAKE-CTL-FILE
           END-IF
           MOVE WS-GAME-CEILING TO WS-CEILING-ED.

       LOAD_REQUESTS.
           OPEN INPUT REQ-FILE
           IF WS-REQ-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO RUN REQUEST DATASET (RUNREQ.DAT) - NOTHING "
                "TO TAKE IN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-REQ-EOF
           PERFORM LOAD_REQUESTS_LOOP UNTIL WS-REQ-EOF-YES
            OR (WS-REQ-FILE-STATUS NOT = "00"
                AND WS-REQ-FILE-STATUS NOT = "10")
           IF NOT WS-REQ-EOF-YES THEN
               DISPLAY "RUN REQUEST DATASET READ ERROR - STATUS "
                WS-REQ-FILE-STATUS " - NOTHING CHANGED"
               CLOSE REQ-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE REQ-FILE.

      *>A request dataset that does not fit is refused whole: writing
      *>back only the part that fitted would lose requests.
       LOAD_REQUESTS_LOOP.
           READ REQ-FILE
               AT END
                   MOVE "Y" TO WS-REQ-EOF
               NOT AT END
                   IF REQ-RECORD NOT = SPACES THEN
                       IF WS-REQ-COUNT >= 500 THEN
                           DISPLAY "RUN REQUEST DATASET HOLDS MORE "
                            "THAN 500 REQUESTS - MOVE CLOSED ONES OUT "
                            "OF RUNREQ.DAT; NOTHING CHANGED"
                           CLOSE REQ-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-REQ-COUNT
                       SET QX TO WS-REQ-COUNT
                       MOVE REQ-RECORD TO RT-RECORD(QX)
                       MOVE SPACE TO RT-REG-SEEN(QX)
                       MOVE "N" TO RT-MAST-SEEN(QX)
                       MOVE "N" TO RT-PICKED(QX)
                       IF RT-STATE(QX) = SPACES THEN
                           MOVE "Y" TO RT-NEW(QX)
                       ELSE
                           MOVE "N" TO RT-NEW(QX)
                       END-IF
                   END-IF
           END-READ.

       ASSIGN_RUN_IDS.
           IF RT-NEW(QX) = "Y" THEN
               MOVE FUNCTION UPPER-CASE(RT-RUN-ID(QX))
                TO RT-RUN-ID(QX)
               IF RT-RUN-ID(QX) = SPACES
                AND RT-REQ-NUM(QX) IS NUMERIC THEN
                   STRING "RQ" DELIMITED BY SIZE
                       RT-REQ-NUM(QX) DELIMITED BY SIZE
                       INTO RT-RUN-ID(QX)
               END-IF
           END-IF.

      *>***************************************************************

      *>********************** Cross-check section ********************
      *>One pass over the registry and one over the run master, each
      *>record matched against every request's run id. The registry
      *>is in submission order, so for a run id seen more than once
      *>the latest entry wins - except COMPLETE, which nothing after
      *>it undoes.

       SCAN_RUN_REGISTRY.
           OPEN INPUT REG-FILE
           EVALUATE WS-REG-FILE-STATUS
               WHEN "00"
                   MOVE "N" TO WS-REG-EOF
                   PERFORM SCAN_RUN_REGISTRY_LOOP UNTIL WS-REG-EOF-YES
                    OR (WS-REG-FILE-STATUS NOT = "00"
                        AND WS-REG-FILE-STATUS NOT = "10")
                   IF NOT WS-REG-EOF-YES THEN
                       MOVE "N" TO WS-CAN-CHECK
                       MOVE "RUNREG.DAT UNREADABLE" TO WS-CHECK-GAP
                       DISPLAY "RUN REGISTRY READ ERROR - STATUS "
                        WS-REG-FILE-STATUS
                   END-IF
                   CLOSE REG-FILE
               WHEN "35"
                   DISPLAY "NO RUN REGISTRY YET - NO RUNS TO MATCH"
               WHEN OTHER
                   MOVE "N" TO WS-CAN-CHECK
                   MOVE "RUNREG.DAT UNAVAILABLE" TO WS-CHECK-GAP
                   DISPLAY "RUN REGISTRY (RUNREG.DAT) NOT AVAILABLE - "
                    "STATUS " WS-REG-FILE-STATUS
           END-EVALUATE.

       SCAN_RUN_REGISTRY_LOOP.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-REG-EOF
               NOT AT END
                   PERFORM VARYING QX FROM 1 BY 1
                    UNTIL QX > WS-REQ-COUNT
                       IF RT-RUN-ID(QX) = RR-RUN-ID
                        AND RT-RUN-ID(QX) NOT = SPACES
                        AND RT-REG-SEEN(QX) NOT = "C" THEN
                           EVALUATE RR-STATUS
                               WHEN "COMPLETE"
                                   MOVE "C" TO RT-REG-SEEN(QX)
                               WHEN "FAILED  "
                                   MOVE "F" TO RT-REG-SEEN(QX)
                               WHEN OTHER
                                   MOVE "R" TO RT-REG-SEEN(QX)
                           END-EVALUATE
                       END-IF
                   END-PERFORM
           END-READ.

       SCAN_RUN_MASTER.
           OPEN INPUT RUNMAST-FILE
           EVALUATE WS-RUNMAST-STATUS
               WHEN "00"
                   MOVE "N" TO WS-MAST-EOF
                   PERFORM SCAN_RUN_MASTER_LOOP UNTIL WS-MAST-EOF-YES
                    OR (WS-RUNMAST-STATUS NOT = "00"
                        AND WS-RUNMAST-STATUS NOT = "10")
                   IF NOT WS-MAST-EOF-YES THEN
                       MOVE "N" TO WS-CAN-CHECK
                       MOVE "RUNMAST.DAT UNREADABLE" TO WS-CHECK-GAP
                       DISPLAY "RUN MASTER READ ERROR - STATUS "
                        WS-RUNMAST-STATUS
                   END-IF
                   CLOSE RUNMAST-FILE
               WHEN "35"
                   DISPLAY "NO RUN MASTER YET - NO RUNS TO MATCH"
               WHEN OTHER
                   MOVE "N" TO WS-CAN-CHECK
                   MOVE "RUNMAST.DAT UNAVAILABLE" TO WS-CHECK-GAP
                   DISPLAY "RUN MASTER (RUNMAST.DAT) NOT AVAILABLE - "
                    "STATUS " WS-RUNMAST-STATUS
           END-EVALUATE.

       SCAN_RUN_MASTER_LOOP.
           READ RUNMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MAST-EOF
               NOT AT END
                   PERFORM VARYING QX FROM 1 BY 1
                    UNTIL QX > WS-REQ-COUNT
                       IF RT-RUN-ID(QX) = RM-RUN-ID
                        AND RT-RUN-ID(QX) NOT = SPACES THEN
                           MOVE "Y" TO RT-MAST-SEEN(QX)
                       END-IF
                   END-PERFORM
           END-READ.

      *>***************************************************************

      *>********************* Request state section *******************

       PROCESS_REQUEST.
           EVALUATE TRUE
               WHEN RT-NEW(QX) = "Y"
                   ADD 1 TO WS-NEW-COUNT
                   IF WS-CAN-CHECK-YES THEN
                       PERFORM CHECK_NEW_REQUEST
                   ELSE
                       MOVE SPACES TO RT-NOTE(QX)
                       STRING "NOT CHECKED - " DELIMITED BY SIZE
                           WS-CHECK-GAP DELIMITED BY SIZE
                           INTO RT-NOTE(QX)
                   END-IF
               WHEN RT-STATE(QX) = "QUEUED"
                OR RT-STATE(QX) = "SCHEDULED"
                OR RT-STATE(QX) = "RUN"
                   PERFORM TRACK_REQUEST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>First failed check rejects the request; the reason goes on the
      *>request itself so the next report (and anyone browsing the
      *>dataset) sees why.
       CHECK_NEW_REQUEST.
           MOVE "Y" TO WS-REQ-OK
           MOVE SPACES TO WS-REJECT-REASON
           MOVE FUNCTION UPPER-CASE(RT-SEED-MODE(QX))
            TO RT-SEED-MODE(QX)
           MOVE FUNCTION UPPER-CASE(RT-MATCH-RULE(QX))
            TO RT-MATCH-RULE(QX)
           MOVE FUNCTION UPPER-CASE(RT-DECK-PROFILE(QX))
            TO RT-DECK-PROFILE(QX)
           IF RT-SEED-MODE(QX) = SPACE THEN
               MOVE "F" TO RT-SEED-MODE(QX)
           END-IF
           IF RT-MATCH-RULE(QX) = SPACE THEN
               MOVE "B" TO RT-MATCH-RULE(QX)
           END-IF
           IF RT-SEED-OVERRIDE(QX) = SPACES THEN
               MOVE "00000000" TO RT-SEED-OVERRIDE(QX)
           END-IF

           MOVE 0 TO WS-DUE-NUM
           IF RT-DUE-DATE(QX) IS NUMERIC THEN
               MOVE RT-DUE-DATE(QX) TO WS-DUE-NUM
           END-IF

           EVALUATE TRUE
               WHEN RT-REQ-NUM(QX) IS NOT NUMERIC
                   MOVE "REQUEST NUMBER NOT NUMERIC"
                    TO WS-REJECT-REASON
               WHEN RT-REQUESTER(QX) = SPACES
                   MOVE "REQUESTER MISSING" TO WS-REJECT-REASON
               WHEN RT-DUE-DATE(QX) IS NOT NUMERIC
                   MOVE "DUE DATE NOT YYYYMMDD" TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-NUM) NOT = 0
                   MOVE "DUE DATE NOT YYYYMMDD" TO WS-REJECT-REASON
               WHEN RT-NUM-GAMES(QX) IS NOT NUMERIC
                   MOVE "GAME COUNT NOT NUMERIC" TO WS-REJECT-REASON
               WHEN RT-NUM-GAMES(QX) = "000000"
                   MOVE "GAME COUNT IS ZERO" TO WS-REJECT-REASON
               WHEN RT-SEED-MODE(QX) NOT = "F"
                AND RT-SEED-MODE(QX) NOT = "R"
                   MOVE "SEED MODE NOT F OR R" TO WS-REJECT-REASON
               WHEN RT-SEED-OVERRIDE(QX) IS NOT NUMERIC
                   MOVE "SEED OVERRIDE NOT NUMERIC"
                    TO WS-REJECT-REASON
               WHEN RT-MATCH-RULE(QX) NOT = "B"
                AND RT-MATCH-RULE(QX) NOT = "S"
                AND RT-MATCH-RULE(QX) NOT = "V"
                   MOVE "MATCH RULE NOT B, S OR V" TO WS-REJECT-REASON
               WHEN RT-DECK-PROFILE(QX) = SPACES
                   MOVE "DECK PROFILE MISSING" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES THEN
               MOVE RT-NUM-GAMES(QX) TO WS-GAMES-NUM
               IF WS-GAMES-NUM > WS-GAME-CEILING THEN
                   STRING "GAME COUNT OVER THE CEILING OF "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CEILING-ED) DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES THEN
               PERFORM CHECK_PROFILE_EXISTS
           END-IF
           IF WS-REJECT-REASON = SPACES THEN
               PERFORM CHECK_RUN_ID_FREE
           END-IF

           IF WS-REJECT-REASON = SPACES THEN
               MOVE "QUEUED" TO RT-STATE(QX)
               MOVE "CHECKED - WAITING FOR A NIGHT" TO RT-NOTE(QX)
               ADD 1 TO WS-QUEUED-COUNT
           ELSE
               MOVE "REJECTED" TO RT-STATE(QX)
               MOVE WS-REJECT-REASON TO RT-NOTE(QX)
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           MOVE WS-TODAY TO RT-STATE-DATE(QX).

       CHECK_PROFILE_EXISTS.
           MOVE RT-DECK-PROFILE(QX) TO DP-PROFILE-ID
           READ DECKPROF-FILE
               INVALID KEY
                   STRING "DECK PROFILE '" DELIMITED BY SIZE
                       RT-DECK-PROFILE(QX) DELIMITED BY SPACE
                       "' NOT IN DECKPROF.DAT" DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
           END-READ.

      *>A run id is taken when the registry or the run master has
      *>it, or when another live request (anything but REJECTED)
      *>holds it - including one checked earlier in this same pass.
      *>The request number is checked for duplicates the same way.
       CHECK_RUN_ID_FREE.
           EVALUATE TRUE
               WHEN RT-RUN-ID(QX) = SPACES
                   MOVE "RUN ID MISSING" TO WS-REJECT-REASON
               WHEN RT-REG-SEEN(QX) NOT = SPACE
                   MOVE "RUN ID ALREADY IN RUNREG.DAT"
                    TO WS-REJECT-REASON
               WHEN RT-MAST-SEEN(QX) = "Y"
                   MOVE "RUN ID ALREADY IN RUNMAST.DAT"
                    TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM VARYING QX2 FROM 1 BY 1
                    UNTIL QX2 > WS-REQ-COUNT
                     OR WS-REJECT-REASON NOT = SPACES
                       IF QX2 NOT = QX
                        AND RT-STATE(QX2) NOT = "REJECTED"
                        AND (RT-NEW(QX2) = "N" OR QX2 < QX) THEN
                           IF RT-RUN-ID(QX2) = RT-RUN-ID(QX) THEN
                               STRING "RUN ID ALREADY HELD BY REQUEST "
                                   DELIMITED BY SIZE
                                   RT-REQ-NUM(QX2) DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                           END-IF
                           IF RT-REQ-NUM(QX2) = RT-REQ-NUM(QX) THEN
                               MOVE "REQUEST NUMBER ALREADY USED"
                                TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *>Follow a request through the registry. A QUEUED request that
      *>someone ran by hand is picked up the same way.
       TRACK_REQUEST.
           EVALUATE TRUE
               WHEN RT-REG-SEEN(QX) = "C" OR RT-MAST-SEEN(QX) = "Y"
                   MOVE "CLOSED" TO RT-STATE(QX)
                   MOVE "RUN COMPLETE" TO RT-NOTE(QX)
                   MOVE WS-TODAY TO RT-STATE-DATE(QX)
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN RT-REG-SEEN(QX) = "R"
                   IF RT-STATE(QX) NOT = "RUN"
                    OR RT-NOTE(QX) NOT = "RUNNING" THEN
                       MOVE "RUN" TO RT-STATE(QX)
                       MOVE "RUNNING" TO RT-NOTE(QX)
                       MOVE WS-TODAY TO RT-STATE-DATE(QX)
                   END-IF
               WHEN RT-REG-SEEN(QX) = "F"
                   IF RT-STATE(QX) NOT = "RUN"
                    OR RT-NOTE(QX) = "RUNNING" THEN
                       MOVE "RUN" TO RT-STATE(QX)
                       MOVE "LAST ATTEMPT FAILED - RESUBMIT THE CARD"
                        TO RT-NOTE(QX)
                       MOVE WS-TODAY TO RT-STATE-DATE(QX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>***************************************************************

      *>*********************** Scheduling section ********************
      *>QUEUED requests go onto tonight's cards earliest due date
      *>first (request order breaks ties). Games already on cards that
      *>have not run yet count against the budget; a request that
      *>does not fit stays QUEUED for a later night, and a smaller
      *>one behind it may still go.

       SCHEDULE_QUEUED.
           MOVE 0 TO WS-COMMITTED
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > WS-REQ-COUNT
               IF RT-STATE(QX) = "SCHEDULED"
                AND RT-NUM-GAMES(QX) IS NUMERIC THEN
                   MOVE RT-NUM-GAMES(QX) TO WS-GAMES-NUM
                   ADD WS-GAMES-NUM TO WS-COMMITTED
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-PICK-FOUND
           PERFORM SCHEDULE_NEXT UNTIL NOT WS-PICK-FOUND-YES.

       SCHEDULE_NEXT.
           MOVE "N" TO WS-PICK-FOUND
           MOVE "99999999" TO WS-PICK-DUE
           MOVE 0 TO QX2
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > WS-REQ-COUNT
               IF RT-STATE(QX) = "QUEUED" AND RT-PICKED(QX) = "N"
                AND RT-DUE-DATE(QX) < WS-PICK-DUE THEN
                   MOVE RT-DUE-DATE(QX) TO WS-PICK-DUE
                   SET QX2 TO QX
                   MOVE "Y" TO WS-PICK-FOUND
               END-IF
           END-PERFORM
           IF WS-PICK-FOUND-YES THEN
               SET QX TO QX2
               MOVE "Y" TO RT-PICKED(QX)
               MOVE RT-NUM-GAMES(QX) TO WS-GAMES-NUM
               IF WS-NIGHT-BUDGET > 0
                AND WS-COMMITTED + WS-GAMES-NUM > WS-NIGHT-BUDGET THEN
                   MOVE "WAITING - NIGHTLY GAME BUDGET FULL"
                    TO RT-NOTE(QX)
               ELSE
                   PERFORM WRITE_CONTROL_CARD
               END-IF
           END-IF.

       WRITE_CONTROL_CARD.
           MOVE SPACES TO WS-CARD-DSN
           STRING "CTLCARD_" DELIMITED BY SIZE
               FUNCTION TRIM(RT-RUN-ID(QX)) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-CARD-DSN
           MOVE SPACES TO CARD-RECORD
           MOVE RT-NUM-GAMES(QX) TO CD-NUM-GAMES
           MOVE 0 TO CD-STAT-BOOL
           MOVE RT-SEED-MODE(QX) TO CD-SEED-MODE
           MOVE RT-SEED-OVERRIDE(QX) TO CD-SEED-OVERRIDE
           MOVE WS-CARD-CHECKPOINT TO CD-CHECKPOINT-INTERVAL
           MOVE RT-RUN-ID(QX) TO CD-RUN-ID
           MOVE RT-MATCH-RULE(QX) TO CD-MATCH-RULE
           MOVE 0 TO CD-ABORT-LIMIT
           MOVE RT-DECK-PROFILE(QX) TO CD-DECK-PROFILE
           OPEN OUTPUT CARD-FILE
           IF WS-CARD-FILE-STATUS = "00" THEN
               WRITE CARD-RECORD
           END-IF
           IF WS-CARD-FILE-STATUS NOT = "00" THEN
               *>The request stays QUEUED and is tried again on the
               *>next run.
               DISPLAY "CONTROL CARD " FUNCTION TRIM(WS-CARD-DSN)
                " NOT WRITTEN - STATUS " WS-CARD-FILE-STATUS
               MOVE "CONTROL CARD WRITE FAILED - RETRY"
                TO RT-NOTE(QX)
               MOVE 8 TO WS-JOB-SEVERITY
           ELSE
               ADD WS-GAMES-NUM TO WS-COMMITTED
               ADD 1 TO WS-SCHEDULED-COUNT
               MOVE "SCHEDULED" TO RT-STATE(QX)
               MOVE SPACES TO RT-NOTE(QX)
               STRING "CARD " DELIMITED BY SIZE
                   WS-CARD-DSN DELIMITED BY SPACE
                   INTO RT-NOTE(QX)
               MOVE WS-TODAY TO RT-STATE-DATE(QX)
           END-IF
           CLOSE CARD-FILE
           IF RT-STATE(QX) = "SCHEDULED" THEN
               PERFORM CATALOG_CONTROL_CARD
           END-IF.

      *>Enter the card on the dataset catalog. A card written again
      *>after a failed request rewrite replaces its entry. Cards
      *>carry no trailer: the seal count is the one record written.
      *>The catalog only describes the estate: failing to update it
      *>is shown on the console but never changes the RC.
       CATALOG_CONTROL_CARD.
           OPEN I-O DSCAT-FILE
           IF WS-CAT-STATUS = "35" THEN
               OPEN OUTPUT DSCAT-FILE
               CLOSE DSCAT-FILE
               OPEN I-O DSCAT-FILE
           END-IF
           IF WS-CAT-STATUS NOT = "00" THEN
               DISPLAY "DATASET CATALOG (DSCAT.DAT) UNAVAILABLE - "
                "STATUS " WS-CAT-STATUS " - " FUNCTION
                TRIM(WS-CARD-DSN) " NOT CATALOGED"
           ELSE
               MOVE WS-CARD-DSN TO DC-DSN
               READ DSCAT-FILE
                   INVALID KEY
                       MOVE SPACES TO DSCAT-RECORD
                       MOVE WS-CARD-DSN TO DC-DSN
                       MOVE RT-RUN-ID(QX) TO DC-RUN-ID
                       MOVE "CTLCARD" TO DC-TYPE
                       MOVE "SOLITAIRE_RUN_INTAKE" TO DC-PROGRAM
                       MOVE WS-TODAY TO DC-CREATE-DATE
                       MOVE 1 TO DC-SEAL-COUNT
                       MOVE WS-TODAY TO DC-SEAL-DATE
                       MOVE 80 TO DC-RECORD-LEN
                       MOVE 0 TO DC-VERIFY-DATE
                       MOVE 0 TO DC-ARCHIVE-DATE
                       WRITE DSCAT-RECORD
                   NOT INVALID KEY
                       MOVE 1 TO DC-SEAL-COUNT
                       MOVE WS-TODAY TO DC-SEAL-DATE
                       REWRITE DSCAT-RECORD
               END-READ
               IF WS-CAT-STATUS NOT = "00" THEN
                   DISPLAY "DATASET CATALOG UPDATE FOR " FUNCTION
                    TRIM(WS-CARD-DSN) " FAILED - STATUS "
                    WS-CAT-STATUS
               END-IF
               CLOSE DSCAT-FILE
           END-IF.

      *>***************************************************************

      *>******************** Request rewrite section ******************
      *>Through the TMP scratch copy, verified before RUNREQ.DAT is
      *>truncated - same pattern as COPY_REGISTRY_BACK in
      *>SOLITAIRE_PLAY_N_GAMES. A failed rewrite leaves the cards
      *>already written; the next run finds their requests still
      *>QUEUED and writes them again under the same run ids.

       REWRITE_REQUESTS.
           OPEN OUTPUT REQ-TMP-FILE
           IF WS-REQ-TMP-FILE-STATUS NOT = "00" THEN
               DISPLAY "RUNREQ.TMP NOT WRITABLE - STATUS "
                WS-REQ-TMP-FILE-STATUS " - REQUEST STATES NOT SAVED"
               MOVE 8 TO WS-JOB-SEVERITY
           ELSE
               PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > WS-REQ-COUNT
                OR WS-REQ-TMP-FILE-STATUS NOT = "00"
                   MOVE RT-RECORD(QX) TO REQ-TMP-RECORD
                   WRITE REQ-TMP-RECORD
               END-PERFORM
               IF WS-REQ-TMP-FILE-STATUS NOT = "00" THEN
                   DISPLAY "RUNREQ.TMP WRITE FAILED - STATUS "
                    WS-REQ-TMP-FILE-STATUS
                    " - REQUEST STATES NOT SAVED"
                   MOVE 8 TO WS-JOB-SEVERITY
                   CLOSE REQ-TMP-FILE
               ELSE
                   CLOSE REQ-TMP-FILE
                   PERFORM COPY_REQUESTS_BACK
               END-IF
           END-IF.

       COPY_REQUESTS_BACK.
           OPEN INPUT REQ-TMP-FILE
           IF WS-REQ-TMP-FILE-STATUS NOT = "00" THEN
               DISPLAY "RUNREQ.TMP NOT READABLE - STATUS "
                WS-REQ-TMP-FILE-STATUS " - REQUEST STATES NOT SAVED"
               MOVE 8 TO WS-JOB-SEVERITY
           ELSE
               OPEN OUTPUT REQ-FILE
               IF WS-REQ-FILE-STATUS NOT = "00" THEN
                   DISPLAY "RUNREQ.DAT NOT WRITABLE - STATUS "
                    WS-REQ-FILE-STATUS
                    " - STATES ARE IN RUNREQ.TMP"
                   MOVE 8 TO WS-JOB-SEVERITY
               ELSE
                   MOVE "N" TO WS-REQ-EOF
                   PERFORM COPY_REQUESTS_BACK_LOOP
                       UNTIL WS-REQ-EOF-YES
                        OR (WS-REQ-TMP-FILE-STATUS NOT = "00"
                            AND WS-REQ-TMP-FILE-STATUS NOT = "10")
                   IF NOT WS-REQ-EOF-YES THEN
                       DISPLAY "RUNREQ.TMP READ ERROR - STATUS "
                        WS-REQ-TMP-FILE-STATUS
                        " - RUNREQ.DAT INCOMPLETE, RESTORE FROM "
                        "RUNREQ.TMP"
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
                   CLOSE REQ-FILE
               END-IF
               CLOSE REQ-TMP-FILE
           END-IF.

       COPY_REQUESTS_BACK_LOOP.
           READ REQ-TMP-FILE
               AT END
                   MOVE "Y" TO WS-REQ-EOF
               NOT AT END
                   MOVE REQ-TMP-RECORD TO REQ-RECORD
                   WRITE REQ-RECORD
                   IF WS-REQ-FILE-STATUS NOT = "00" THEN
                       DISPLAY "RUNREQ.DAT WRITE FAILED - STATUS "
                        WS-REQ-FILE-STATUS
                        " - RESTORE FROM RUNREQ.TMP"
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
           END-READ.

      *>***************************************************************

      *>************************* Report section **********************

       WRITE_REQUEST_REPORT.
           OPEN OUTPUT REQ-RPT-FILE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "SOLITAIRE RUN REQUESTS - OPEN REQUESTS AS OF "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO REQ-RPT-LINE
           WRITE REQ-RPT-LINE
           MOVE SPACES TO REQ-RPT-LINE
           WRITE REQ-RPT-LINE
           PERFORM WRITE_COLUMN_HEADINGS

           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > WS-REQ-COUNT
               IF RT-STATE(QX) NOT = "CLOSED"
                AND RT-STATE(QX) NOT = "REJECTED" THEN
                   ADD 1 TO WS-OPEN-COUNT
                   PERFORM WRITE_REQUEST_LINE
               END-IF
           END-PERFORM
           IF WS-OPEN-COUNT = 0 THEN
               MOVE "  (NO OPEN REQUESTS)" TO REQ-RPT-LINE
               WRITE REQ-RPT-LINE
           END-IF

           MOVE SPACES TO REQ-RPT-LINE
           WRITE REQ-RPT-LINE
           MOVE "REJECTED TODAY - TELL THE REQUESTER WHY"
            TO REQ-RPT-LINE
           WRITE REQ-RPT-LINE
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > WS-REQ-COUNT
               IF RT-STATE(QX) = "REJECTED"
                AND RT-STATE-DATE(QX) = WS-TODAY THEN
                   PERFORM WRITE_REQUEST_LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REQ-RPT-LINE
           WRITE REQ-RPT-LINE
           MOVE "CLOSED TODAY - RESULTS READY FOR THE REQUESTER"
            TO REQ-RPT-LINE
           WRITE REQ-RPT-LINE
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > WS-REQ-COUNT
               IF RT-STATE(QX) = "CLOSED"
                AND RT-STATE-DATE(QX) = WS-TODAY THEN
                   PERFORM WRITE_REQUEST_LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REQ-RPT-LINE
           WRITE REQ-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "NEW " DELIMITED BY SIZE
               WS-NEW-COUNT DELIMITED BY SIZE
               "  QUEUED " DELIMITED BY SIZE
               WS-QUEUED-COUNT DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               "  SCHEDULED TONIGHT " DELIMITED BY SIZE
               WS-SCHEDULED-COUNT DELIMITED BY SIZE
               "  CLOSED " DELIMITED BY SIZE
               WS-CLOSED-COUNT DELIMITED BY SIZE
               "  OPEN " DELIMITED BY SIZE
               WS-OPEN-COUNT DELIMITED BY SIZE
               "  PAST DUE " DELIMITED BY SIZE
               WS-OVERDUE-COUNT DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO REQ-RPT-LINE
           WRITE REQ-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "GAME CEILING " DELIMITED BY SIZE
               WS-GAME-CEILING DELIMITED BY SIZE
               "  NIGHTLY BUDGET " DELIMITED BY SIZE
               WS-NIGHT-BUDGET DELIMITED BY SIZE
               " (0 = NO LIMIT)  GAMES ON CARDS " DELIMITED BY SIZE
               WS-COMMITTED DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO REQ-RPT-LINE
           WRITE REQ-RPT-LINE
           IF WS-CAN-CHECK = "N" THEN
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "NEW REQUESTS NOT CHECKED - " DELIMITED BY SIZE
                   WS-CHECK-GAP DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO REQ-RPT-LINE
               WRITE REQ-RPT-LINE
           END-IF
           CLOSE REQ-RPT-FILE

           DISPLAY "RUN REQUEST INTAKE COMPLETE - " WS-NEW-COUNT
            " NEW, " WS-REJECTED-COUNT " REJECTED, "
            WS-SCHEDULED-COUNT " SCHEDULED, " WS-OPEN-COUNT " OPEN"
           DISPLAY "REPORT WRITTEN TO RUNREQ.RPT".

       WRITE_COLUMN_HEADINGS.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "REQ#   REQUESTER            PURPOSE"
               DELIMITED BY SIZE
               "                      DUE      STATE     "
               DELIMITED BY SIZE
               "RUN ID   LATE NOTE" DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO REQ-RPT-LINE
           WRITE REQ-RPT-LINE.

      *>Past due: an open request whose due date has gone by - the
      *>requester is waiting on it and should hear before they ask.
      *>Purpose is cut to 28 characters to keep the note on the line.
       WRITE_REQUEST_LINE.
           MOVE SPACES TO WS-LATE-FLAG
           IF RT-STATE(QX) NOT = "CLOSED"
            AND RT-STATE(QX) NOT = "REJECTED"
            AND RT-DUE-DATE(QX) IS NUMERIC
            AND RT-DUE-DATE(QX) < WS-TODAY THEN
               MOVE "LATE" TO WS-LATE-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           STRING RT-REQ-NUM(QX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RT-REQUESTER(QX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RT-PURPOSE(QX)(1:28) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RT-DUE-DATE(QX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RT-STATE(QX)(1:9) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RT-RUN-ID(QX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LATE-FLAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RT-NOTE(QX) DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO REQ-RPT-LINE
           WRITE REQ-RPT-LINE.

      *>***************************************************************
