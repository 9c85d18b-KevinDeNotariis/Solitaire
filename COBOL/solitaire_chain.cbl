       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLITAIRE_CHAIN.
       AUTHOR. KEVIN DE NOTARIIS.
       DATE-WRITTEN. OCTOBER 15TH 2026.

      *>Nightly chain driver. Runs the night's steps in the order of
      *>the step-list control dataset CHAINCTL.DAT (normally
      *>SOLITAIRE_PLAY_N_GAMES, SOLITAIRE_VERIFY, SOLITAIRE_RECONCILE,
      *>SOLITAIRE_RUNMAST_LOAD, SOLITAIRE_MOVEIDX_LOAD,
      *>SOLITAIRE_EXTRACT, then SOLITAIRE_OPS_MONITOR), one record
      *>per step:
      *>  cols 1-24   program id of the step
      *>  cols 25-26  highest RETURN-CODE the step may end with and
      *>              the chain carry on (the usual 0 / 4 / 8
      *>              meanings); blank = 04
      *>  col  27     A = run this step even after an earlier step
      *>              failed (the ops monitor - it only reports);
      *>              blank = run only while the chain is healthy
      *>  cols 29-108 command that runs the step, PARM included
      *>Every step's start, end and return code goes to the chain
      *>status dataset CHAINST.DAT (append-only, one record when a
      *>step starts and one when it ends, plus a chain-end record).
      *>On resubmission after a failure the chain restarts AT THE
      *>FAILED STEP under the same chain id: steps that already
      *>ended OK are not repeated (RUNMAST_LOAD reporting duplicates
      *>and MOVEIDX_LOAD clearing and reloading a run are not to be
      *>redone blind). A step left RUNNING by a driver that died is
      *>treated as failed. Steps flagged A are run again on every
      *>submission. PARM col 1 = N starts a new chain from step 1
      *>even though the last chain did not complete.
      *>SOLITAIRE_VERIFY ending with RETURN-CODE 8 means a dataset
      *>is BROKEN: whatever its threshold, every downstream step is
      *>then refused (flagged A or not) and recorded as REFUSED.
      *>A one-page summary goes to CHAINSUM.RPT.
      *>RETURN-CODE 0 chain complete with every step at 0, 4 chain
      *>complete with warnings inside the thresholds, 8 chain
      *>stopped (failed or refused step, bad control dataset, or
      *>status dataset unwritable) - resubmit once fixed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-CTL-FILE ASSIGN TO "CHAINCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           *>Chain status dataset - opened EXTEND / written / closed
           *>per record, like the job error log, so the record of a
           *>step that was started survives a driver that dies.
           SELECT CHAIN-STAT-FILE ASSIGN TO "CHAINST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CST-FILE-STATUS.

           SELECT CHAIN-RPT-FILE ASSIGN TO "CHAINSUM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CHAIN-CTL-FILE.
       01 CHAIN-CTL-RECORD.
           02 CC-PROGRAM PIC X(24).
           02 CC-MAX-RC  PIC XX.
           02 CC-ALWAYS  PIC X.
           02 FILLER     PIC X.
           02 CC-COMMAND PIC X(80).

       FD  CHAIN-STAT-FILE.
       01 CHAIN-STAT-RECORD.
           02 CS-CHAIN-ID.
               03 CS-CHAIN-DATE PIC 9(8).
               03 CS-CHAIN-TIME PIC 9(6).
           *>00 on the chain-end record.
           02 CS-STEP-NUM   PIC 99.
           02 CS-PROGRAM    PIC X(24).
           *>Step: RUNNING, OK, FAILED, BROKEN, REFUSED.
           *>Chain end: COMPLETE, STOPPED.
           02 CS-STATE      PIC X(8).
           02 CS-START-DATE PIC 9(8).
           02 CS-START-TIME PIC 9(6).
           02 CS-END-DATE   PIC 9(8).
           02 CS-END-TIME   PIC 9(6).
           02 CS-RC         PIC 9(3).
           02 CS-MAX-RC     PIC 99.

       FD  CHAIN-RPT-FILE.
       01 CHAIN-RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-CTL-FILE-STATUS PIC XX.
           01 WS-CST-FILE-STATUS PIC XX.
           01 WS-RPT-FILE-STATUS PIC XX.

           01 WS-CTL-EOF PIC X VALUE "N".
               88 WS-CTL-EOF-YES VALUE "Y".
           01 WS-CST-EOF PIC X VALUE "N".
               88 WS-CST-EOF-YES VALUE "Y".

           01 WS-PARM-CARD PIC X(80) VALUE SPACES.
           01 WS-PARM-FIELDS REDEFINES WS-PARM-CARD.
               02 PARM-NEW-CHAIN PIC X.
               02 FILLER         PIC X(79).

           *>The step list, with what the status dataset says about
           *>each step in the chain being resumed (PRIOR) and what
           *>this submission did with it.
           01 WS-STEP-COUNT PIC 99 VALUE 0.
           01 WS-STEP-TABLE.
               02 WS-STEP-ENTRY OCCURS 20 TIMES INDEXED BY SX.
                   03 WS-ST-PROGRAM     PIC X(24).
                   03 WS-ST-MAX-RC      PIC 99.
                   03 WS-ST-ALWAYS      PIC X.
                   03 WS-ST-COMMAND     PIC X(80).
                   03 WS-ST-PRIOR-STATE PIC X(8).
                   03 WS-ST-STATE       PIC X(8).
                   03 WS-ST-START-DATE  PIC 9(8).
                   03 WS-ST-START-TIME  PIC 9(6).
                   03 WS-ST-END-DATE    PIC 9(8).
                   03 WS-ST-END-TIME    PIC 9(6).
                   03 WS-ST-RC          PIC 9(3).
           01 WS-CTL-ERRORS PIC 9(3) VALUE 0.
           01 WS-CTL-LINE   PIC 9(3) VALUE 0.

           *>Chain being run. The id is the date and time the chain
           *>first started; a restart keeps it.
           01 WS-CHAIN-ID.
               02 WS-CHAIN-DATE PIC 9(8).
               02 WS-CHAIN-TIME PIC 9(6).
           01 WS-LAST-CHAIN-ID PIC X(14) VALUE SPACES.
           01 WS-LAST-CHAIN-END PIC X(8) VALUE SPACES.
           01 WS-RESTART-STEP PIC 99 VALUE 1.
           01 WS-RESTARTED PIC X VALUE "N".
               88 WS-RESTARTED-YES VALUE "Y".

           *>Chain state while the steps run.
           01 WS-CHAIN-STOPPED PIC X VALUE "N".
               88 WS-CHAIN-STOPPED-YES VALUE "Y".
           01 WS-CHAIN-BROKEN PIC X VALUE "N".
               88 WS-CHAIN-BROKEN-YES VALUE "Y".
           01 WS-STOP-STEP   PIC 99 VALUE 0.
           01 WS-STOP-REASON PIC X(80) VALUE SPACES.
           01 WS-WARN-STEPS  PIC 99 VALUE 0.
           01 WS-CST-WRITE-OK PIC X VALUE "Y".
               88 WS-CST-WRITE-OK-YES VALUE "Y".

           01 WS-NOW-DATE     PIC 9(8).
           01 WS-NOW-TIME-RAW PIC 9(8).
           *>CALL "SYSTEM" hands back the shell's wait status; a
           *>step's own RETURN-CODE is its high byte.
           01 WS-SYS-RC     PIC S9(9) COMP.
           01 WS-STEP-NUM-X PIC 99.
           01 WS-RPT-DETAIL PIC X(132).

       PROCEDURE DIVISION.

           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-RAW FROM TIME

           DISPLAY "================ NIGHTLY CHAIN ================="

           PERFORM READ_CHAIN_CONTROL
           IF WS-CTL-ERRORS > 0 OR WS-STEP-COUNT = 0 THEN
               DISPLAY "CHAIN NOT STARTED - STEP LIST (CHAINCTL.DAT) "
                "MISSING, EMPTY OR INVALID"
               MOVE "STEP LIST (CHAINCTL.DAT) MISSING, EMPTY OR "
                & "INVALID - NOTHING RUN" TO WS-STOP-REASON
               MOVE "Y" TO WS-CHAIN-STOPPED
               MOVE WS-NOW-DATE TO WS-CHAIN-DATE
               MOVE WS-NOW-TIME-RAW(1:6) TO WS-CHAIN-TIME
               PERFORM WRITE_CHAIN_SUMMARY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD_CHAIN_STATUS
           PERFORM DECIDE_RESTART_POINT

           PERFORM RUN_CHAIN_STEP
               VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT

           PERFORM WRITE_CHAIN_END
           PERFORM WRITE_CHAIN_SUMMARY

           DISPLAY "================================================="

           IF WS-CHAIN-STOPPED-YES THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARN-STEPS > 0 THEN
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

       STOP RUN.

      *>********************** Step list section **********************

       READ_CHAIN_CONTROL.
           OPEN INPUT CHAIN-CTL-FILE
           IF WS-CTL-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO CHAIN CONTROL DATASET (CHAINCTL.DAT) - "
                "STATUS " WS-CTL-FILE-STATUS
           ELSE
               MOVE "N" TO WS-CTL-EOF
               PERFORM READ_CHAIN_CONTROL_LOOP UNTIL WS-CTL-EOF-YES
               CLOSE CHAIN-CTL-FILE
           END-IF.

       READ_CHAIN_CONTROL_LOOP.
           READ CHAIN-CTL-FILE
               AT END
                   MOVE "Y" TO WS-CTL-EOF
               NOT AT END
                   ADD 1 TO WS-CTL-LINE
                   IF CHAIN-CTL-RECORD NOT = SPACES THEN
                       PERFORM ADD_CHAIN_STEP
                   END-IF
           END-READ.

      *>A bad step record stops the whole chain before anything
      *>runs - a chain that silently drops a step is worse than one
      *>that does not start.
       ADD_CHAIN_STEP.
           IF CC-MAX-RC = SPACES THEN
               MOVE "04" TO CC-MAX-RC
           END-IF
           EVALUATE TRUE
               WHEN WS-STEP-COUNT >= 20
                   DISPLAY "STEP LIST LINE " WS-CTL-LINE
                    " - MORE THAN 20 STEPS"
                   ADD 1 TO WS-CTL-ERRORS
               WHEN CC-PROGRAM = SPACES OR CC-COMMAND = SPACES
                   DISPLAY "STEP LIST LINE " WS-CTL-LINE
                    " - PROGRAM ID AND COMMAND REQUIRED"
                   ADD 1 TO WS-CTL-ERRORS
               WHEN CC-MAX-RC IS NOT NUMERIC
                   DISPLAY "STEP LIST LINE " WS-CTL-LINE
                    " - RETURN-CODE THRESHOLD '" CC-MAX-RC
                    "' NOT NUMERIC"
                   ADD 1 TO WS-CTL-ERRORS
               WHEN CC-ALWAYS NOT = SPACE AND CC-ALWAYS NOT = "A"
                   DISPLAY "STEP LIST LINE " WS-CTL-LINE
                    " - COL 27 MUST BE A OR BLANK"
                   ADD 1 TO WS-CTL-ERRORS
               WHEN OTHER
                   ADD 1 TO WS-STEP-COUNT
                   SET SX TO WS-STEP-COUNT
                   MOVE CC-PROGRAM TO WS-ST-PROGRAM(SX)
                   MOVE CC-MAX-RC TO WS-ST-MAX-RC(SX)
                   MOVE CC-ALWAYS TO WS-ST-ALWAYS(SX)
                   MOVE CC-COMMAND TO WS-ST-COMMAND(SX)
                   MOVE SPACES TO WS-ST-PRIOR-STATE(SX)
                   MOVE "NOT RUN" TO WS-ST-STATE(SX)
                   MOVE 0 TO WS-ST-START-DATE(SX)
                   MOVE 0 TO WS-ST-START-TIME(SX)
                   MOVE 0 TO WS-ST-END-DATE(SX)
                   MOVE 0 TO WS-ST-END-TIME(SX)
                   MOVE 0 TO WS-ST-RC(SX)
           END-EVALUATE.

      *>***************************************************************

      *>********************* Chain status section ********************
      *>Only the newest chain on the status dataset matters: its
      *>step records are laid over the step list (matched on step
      *>number AND program id, so a step list changed between
      *>submissions does not inherit another step's result), the
      *>last record per step winning.

       LOAD_CHAIN_STATUS.
           OPEN INPUT CHAIN-STAT-FILE
           IF WS-CST-FILE-STATUS = "00" THEN
               MOVE "N" TO WS-CST-EOF
               PERFORM LOAD_CHAIN_STATUS_LOOP UNTIL WS-CST-EOF-YES
               CLOSE CHAIN-STAT-FILE
           END-IF.

       LOAD_CHAIN_STATUS_LOOP.
           READ CHAIN-STAT-FILE
               AT END
                   MOVE "Y" TO WS-CST-EOF
               NOT AT END
                   PERFORM APPLY_STATUS_RECORD
           END-READ.

       APPLY_STATUS_RECORD.
           IF CS-CHAIN-ID NOT = WS-LAST-CHAIN-ID THEN
               MOVE CS-CHAIN-ID TO WS-LAST-CHAIN-ID
               MOVE SPACES TO WS-LAST-CHAIN-END
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
                   MOVE SPACES TO WS-ST-PRIOR-STATE(SX)
               END-PERFORM
           END-IF
           IF CS-STEP-NUM = 0 THEN
               MOVE CS-STATE TO WS-LAST-CHAIN-END
           ELSE
               IF CS-STEP-NUM <= WS-STEP-COUNT THEN
                   SET SX TO CS-STEP-NUM
                   IF CS-PROGRAM = WS-ST-PROGRAM(SX) THEN
                       MOVE CS-STATE TO WS-ST-PRIOR-STATE(SX)
                       MOVE CS-START-DATE TO WS-ST-START-DATE(SX)
                       MOVE CS-START-TIME TO WS-ST-START-TIME(SX)
                       MOVE CS-END-DATE TO WS-ST-END-DATE(SX)
                       MOVE CS-END-TIME TO WS-ST-END-TIME(SX)
                       MOVE CS-RC TO WS-ST-RC(SX)
                   END-IF
               END-IF
           END-IF.

      *>A new chain unless the newest one never completed (and the
      *>PARM does not say to abandon it). A restart begins at the
      *>first step, not flagged A, that did not end OK; steps
      *>flagged A always run again.
       DECIDE_RESTART_POINT.
           IF WS-LAST-CHAIN-ID = SPACES
            OR WS-LAST-CHAIN-END = "COMPLETE"
            OR PARM-NEW-CHAIN = "N" THEN
               IF WS-LAST-CHAIN-ID NOT = SPACES
                AND WS-LAST-CHAIN-END NOT = "COMPLETE" THEN
                   DISPLAY "PARM N - CHAIN " WS-LAST-CHAIN-ID
                    " ABANDONED, NEW CHAIN STARTED"
               END-IF
               MOVE WS-NOW-DATE TO WS-CHAIN-DATE
               MOVE WS-NOW-TIME-RAW(1:6) TO WS-CHAIN-TIME
               MOVE 1 TO WS-RESTART-STEP
               PERFORM CLEAR_PRIOR_STATE
                   VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               DISPLAY "NEW CHAIN " WS-CHAIN-ID
           ELSE
               MOVE "Y" TO WS-RESTARTED
               MOVE WS-LAST-CHAIN-ID TO WS-CHAIN-ID
               COMPUTE WS-RESTART-STEP = WS-STEP-COUNT + 1
               PERFORM VARYING SX FROM WS-STEP-COUNT BY -1
                UNTIL SX < 1
                   IF WS-ST-PRIOR-STATE(SX) NOT = "OK"
                    AND WS-ST-ALWAYS(SX) NOT = "A" THEN
                       SET WS-RESTART-STEP TO SX
                   END-IF
               END-PERFORM
               DISPLAY "CHAIN " WS-CHAIN-ID " RESTARTED AT STEP "
                WS-RESTART-STEP
           END-IF.

       CLEAR_PRIOR_STATE.
           MOVE SPACES TO WS-ST-PRIOR-STATE(SX)
           MOVE 0 TO WS-ST-START-DATE(SX)
           MOVE 0 TO WS-ST-START-TIME(SX)
           MOVE 0 TO WS-ST-END-DATE(SX)
           MOVE 0 TO WS-ST-END-TIME(SX)
           MOVE 0 TO WS-ST-RC(SX).

      *>***************************************************************

      *>*********************** Step run section **********************

       RUN_CHAIN_STEP.
           SET WS-STEP-NUM-X TO SX
           EVALUATE TRUE
               WHEN SX < WS-RESTART-STEP
                   AND WS-ST-ALWAYS(SX) NOT = "A"
                   *>Ended OK in an earlier submission of this chain.
                   MOVE "SKIPPED" TO WS-ST-STATE(SX)
                   IF WS-ST-RC(SX) > 0 THEN
                       ADD 1 TO WS-WARN-STEPS
                   END-IF
                   DISPLAY "STEP " WS-STEP-NUM-X " " WS-ST-PROGRAM(SX)
                    " ALREADY ENDED OK (RC " WS-ST-RC(SX)
                    ") - SKIPPED"
               WHEN WS-CHAIN-BROKEN-YES
                   PERFORM REFUSE_CHAIN_STEP
               WHEN WS-CHAIN-STOPPED-YES
                   AND WS-ST-ALWAYS(SX) NOT = "A"
                   MOVE "NOT RUN" TO WS-ST-STATE(SX)
                   PERFORM CLEAR_PRIOR_STATE
                   DISPLAY "STEP " WS-STEP-NUM-X " " WS-ST-PROGRAM(SX)
                    " NOT RUN"
               WHEN OTHER
                   PERFORM EXECUTE_CHAIN_STEP
           END-EVALUATE.

       EXECUTE_CHAIN_STEP.
           PERFORM CLEAR_PRIOR_STATE
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-RAW FROM TIME
           MOVE WS-NOW-DATE TO WS-ST-START-DATE(SX)
           MOVE WS-NOW-TIME-RAW(1:6) TO WS-ST-START-TIME(SX)
           MOVE "RUNNING" TO WS-ST-STATE(SX)
           PERFORM WRITE_STEP_STATUS
           IF NOT WS-CST-WRITE-OK-YES THEN
               *>No start record, no run - a restart could not tell
               *>the step had been started.
               MOVE "NOT RUN" TO WS-ST-STATE(SX)
               MOVE 0 TO WS-ST-START-DATE(SX)
               MOVE 0 TO WS-ST-START-TIME(SX)
               PERFORM STOP_CHAIN_ON_STATUS
           ELSE
               DISPLAY "STEP " WS-STEP-NUM-X " " WS-ST-PROGRAM(SX)
                " STARTED "
                WS-ST-START-DATE(SX) " " WS-ST-START-TIME(SX)
               CALL "SYSTEM" USING WS-ST-COMMAND(SX)
               MOVE RETURN-CODE TO WS-SYS-RC
               IF WS-SYS-RC < 0 THEN
                   MOVE 999 TO WS-ST-RC(SX)
               ELSE
                   IF WS-SYS-RC > 255 THEN
                       DIVIDE 256 INTO WS-SYS-RC
                   END-IF
                   IF WS-SYS-RC > 999 THEN
                       MOVE 999 TO WS-ST-RC(SX)
                   ELSE
                       MOVE WS-SYS-RC TO WS-ST-RC(SX)
                   END-IF
               END-IF
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-RAW FROM TIME
               MOVE WS-NOW-DATE TO WS-ST-END-DATE(SX)
               MOVE WS-NOW-TIME-RAW(1:6) TO WS-ST-END-TIME(SX)
               PERFORM JUDGE_STEP_RC
               PERFORM WRITE_STEP_STATUS
               DISPLAY "STEP " WS-STEP-NUM-X " " WS-ST-PROGRAM(SX)
                " ENDED "
                WS-ST-END-DATE(SX) " " WS-ST-END-TIME(SX)
                " RC " WS-ST-RC(SX) " (MAX " WS-ST-MAX-RC(SX) ") "
                WS-ST-STATE(SX)
               IF NOT WS-CST-WRITE-OK-YES THEN
                   PERFORM STOP_CHAIN_ON_STATUS
               END-IF
           END-IF.

      *>VERIFY at 8 is BROKEN whatever its threshold says.
       JUDGE_STEP_RC.
           EVALUATE TRUE
               WHEN WS-ST-PROGRAM(SX) = "SOLITAIRE_VERIFY"
                AND WS-ST-RC(SX) >= 8
                   MOVE "BROKEN" TO WS-ST-STATE(SX)
                   MOVE "Y" TO WS-CHAIN-BROKEN
                   IF NOT WS-CHAIN-STOPPED-YES THEN
                       MOVE "Y" TO WS-CHAIN-STOPPED
                       SET WS-STOP-STEP TO SX
                       MOVE "SOLITAIRE_VERIFY REPORTED BROKEN - "
                        & "DOWNSTREAM STEPS REFUSED" TO WS-STOP-REASON
                   END-IF
               WHEN WS-ST-RC(SX) > WS-ST-MAX-RC(SX)
                   MOVE "FAILED" TO WS-ST-STATE(SX)
                   IF NOT WS-CHAIN-STOPPED-YES THEN
                       MOVE "Y" TO WS-CHAIN-STOPPED
                       SET WS-STOP-STEP TO SX
                       MOVE "RETURN-CODE ABOVE THE STEP'S THRESHOLD"
                        TO WS-STOP-REASON
                   END-IF
               WHEN OTHER
                   MOVE "OK" TO WS-ST-STATE(SX)
                   IF WS-ST-RC(SX) > 0 THEN
                       ADD 1 TO WS-WARN-STEPS
                   END-IF
           END-EVALUATE.

       REFUSE_CHAIN_STEP.
           PERFORM CLEAR_PRIOR_STATE
           MOVE "REFUSED" TO WS-ST-STATE(SX)
           PERFORM WRITE_STEP_STATUS
           DISPLAY "STEP " WS-STEP-NUM-X " " WS-ST-PROGRAM(SX)
            " REFUSED - SOLITAIRE_VERIFY REPORTED BROKEN".

       STOP_CHAIN_ON_STATUS.
           IF NOT WS-CHAIN-STOPPED-YES THEN
               MOVE "Y" TO WS-CHAIN-STOPPED
               SET WS-STOP-STEP TO SX
               MOVE "CHAIN STATUS (CHAINST.DAT) UNWRITABLE"
                TO WS-STOP-REASON
           END-IF.

       WRITE_STEP_STATUS.
           MOVE WS-CHAIN-ID TO CS-CHAIN-ID
           SET WS-STEP-NUM-X TO SX
           MOVE WS-STEP-NUM-X TO CS-STEP-NUM
           MOVE WS-ST-PROGRAM(SX) TO CS-PROGRAM
           MOVE WS-ST-STATE(SX) TO CS-STATE
           MOVE WS-ST-START-DATE(SX) TO CS-START-DATE
           MOVE WS-ST-START-TIME(SX) TO CS-START-TIME
           MOVE WS-ST-END-DATE(SX) TO CS-END-DATE
           MOVE WS-ST-END-TIME(SX) TO CS-END-TIME
           MOVE WS-ST-RC(SX) TO CS-RC
           MOVE WS-ST-MAX-RC(SX) TO CS-MAX-RC
           PERFORM APPEND_STATUS_RECORD.

       WRITE_CHAIN_END.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-RAW FROM TIME
           MOVE SPACES TO CHAIN-STAT-RECORD
           MOVE WS-CHAIN-ID TO CS-CHAIN-ID
           MOVE 0 TO CS-STEP-NUM
           MOVE "SOLITAIRE_CHAIN" TO CS-PROGRAM
           IF WS-CHAIN-STOPPED-YES THEN
               MOVE "STOPPED" TO CS-STATE
           ELSE
               MOVE "COMPLETE" TO CS-STATE
           END-IF
           MOVE 0 TO CS-START-DATE
           MOVE 0 TO CS-START-TIME
           MOVE WS-NOW-DATE TO CS-END-DATE
           MOVE WS-NOW-TIME-RAW(1:6) TO CS-END-TIME
           IF WS-CHAIN-STOPPED-YES THEN
               MOVE 8 TO CS-RC
           ELSE
               IF WS-WARN-STEPS > 0 THEN
                   MOVE 4 TO CS-RC
               ELSE
                   MOVE 0 TO CS-RC
               END-IF
           END-IF
           MOVE 0 TO CS-MAX-RC
           PERFORM APPEND_STATUS_RECORD
           IF NOT WS-CST-WRITE-OK-YES
            AND NOT WS-CHAIN-STOPPED-YES THEN
               *>The steps all ran, but without the end record the
               *>next submission would resume this chain - say so.
               MOVE "Y" TO WS-CHAIN-STOPPED
               MOVE "CHAIN STATUS (CHAINST.DAT) UNWRITABLE - CHAIN "
                & "END NOT RECORDED" TO WS-STOP-REASON
           END-IF.

       APPEND_STATUS_RECORD.
           MOVE "Y" TO WS-CST-WRITE-OK
           OPEN EXTEND CHAIN-STAT-FILE
           IF WS-CST-FILE-STATUS = "05"
            OR WS-CST-FILE-STATUS = "35" THEN
               OPEN OUTPUT CHAIN-STAT-FILE
           END-IF
           IF WS-CST-FILE-STATUS = "00" THEN
               WRITE CHAIN-STAT-RECORD
               IF WS-CST-FILE-STATUS NOT = "00" THEN
                   MOVE "N" TO WS-CST-WRITE-OK
               END-IF
               CLOSE CHAIN-STAT-FILE
           ELSE
               MOVE "N" TO WS-CST-WRITE-OK
           END-IF
           IF NOT WS-CST-WRITE-OK-YES THEN
               DISPLAY "CHAIN STATUS (CHAINST.DAT) UNWRITABLE - "
                "STATUS " WS-CST-FILE-STATUS
           END-IF.

      *>***************************************************************

      *>********************** Summary section ************************

       WRITE_CHAIN_SUMMARY.
           OPEN OUTPUT CHAIN-RPT-FILE
           MOVE "SOLITAIRE NIGHTLY CHAIN SUMMARY" TO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           IF WS-RESTARTED-YES THEN
               STRING "CHAIN " DELIMITED BY SIZE
                   WS-CHAIN-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CHAIN-TIME DELIMITED BY SIZE
                   "  RESUBMISSION - RESTARTED AT STEP "
                   DELIMITED BY SIZE
                   WS-RESTART-STEP DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
           ELSE
               STRING "CHAIN " DELIMITED BY SIZE
                   WS-CHAIN-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CHAIN-TIME DELIMITED BY SIZE
                   "  NEW CHAIN" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
           END-IF
           MOVE WS-RPT-DETAIL TO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE
           MOVE SPACES TO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE
           MOVE "STEP PROGRAM                  MAX  STARTED         "
            & "ENDED            RC  STATE" TO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE
           PERFORM WRITE_SUMMARY_STEP
               VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
           MOVE SPACES TO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           IF WS-CHAIN-STOPPED-YES THEN
               IF WS-STOP-STEP > 0 THEN
                   STRING "CHAIN STOPPED AT STEP " DELIMITED BY SIZE
                       WS-STOP-STEP DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-STOP-REASON DELIMITED BY SIZE
                       INTO WS-RPT-DETAIL
               ELSE
                   STRING "CHAIN STOPPED - " DELIMITED BY SIZE
                       WS-STOP-REASON DELIMITED BY SIZE
                       INTO WS-RPT-DETAIL
               END-IF
           ELSE
               STRING "CHAIN COMPLETE - " DELIMITED BY SIZE
                   WS-WARN-STEPS DELIMITED BY SIZE
                   " STEP(S) ENDED WITH WARNINGS" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
           END-IF
           MOVE WS-RPT-DETAIL TO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE
           DISPLAY FUNCTION TRIM(WS-RPT-DETAIL)
           IF WS-CHAIN-STOPPED-YES AND WS-STOP-STEP > 0 THEN
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "RESUBMIT ONCE FIXED - THE CHAIN RESTARTS AT "
                   DELIMITED BY SIZE
                   "STEP " DELIMITED BY SIZE
                   WS-STOP-STEP DELIMITED BY SIZE
                   " (PARM N STARTS A NEW CHAIN)" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO CHAIN-RPT-LINE
               WRITE CHAIN-RPT-LINE
           END-IF
           CLOSE CHAIN-RPT-FILE
           DISPLAY "SUMMARY WRITTEN TO CHAINSUM.RPT".

       WRITE_SUMMARY_STEP.
           SET WS-STEP-NUM-X TO SX
           MOVE SPACES TO WS-RPT-DETAIL
           STRING WS-STEP-NUM-X DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ST-PROGRAM(SX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ST-MAX-RC(SX) DELIMITED BY SIZE
               WS-ST-ALWAYS(SX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ST-START-DATE(SX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ST-START-TIME(SX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ST-END-DATE(SX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ST-END-TIME(SX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ST-RC(SX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ST-STATE(SX) DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE.
