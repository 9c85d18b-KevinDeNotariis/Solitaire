      *>  C - correct a record (games / deck aborts)
      *>  D - delete a record (e.g. a sub-run submitted twice)
      *>  X - exit
      *>Every delete and correct is confirmed before it is applied,
      *>and every applied one writes a before/after record to the
      *>permanent correction audit (RMAUDIT.DAT, see rmaudit.cpy) -
      *>the same audit SOLITAIRE_RUNMAST_BATCH writes, so a master
      *>rebuilt from its backup by SOLITAIRE_MASTER_RELOAD gets the
      *>console's changes back too. No audit, no change: when the
      *>audit cannot be opened the change is not applied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RUNMAST-STATUS.

           *>Permanent correction audit - opened EXTEND / written /
           *>closed per applied change; never truncated here.
           SELECT AUDIT-FILE ASSIGN TO "RMAUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNMAST-FILE.
       COPY "runmast.cpy".

       FD  AUDIT-FILE.
       COPY "rmaudit.cpy".

       WORKING-STORAGE SECTION.
           01 WS-RUNMAST-STATUS PIC XX.
           01 WS-AUDIT-FILE-STATUS PIC XX.

           01 WS-FUNCTION PIC X VALUE SPACE.
               88 WS-FUNC-INQUIRE VALUE "I".
           01 WS-WIN-PCT   PIC 999V99.
           01 WS-WIN-PCT-ED PIC ZZ9.99.

           *>Correction audit - the record as read, and the reason
           *>code the operator gives for the change.
           01 WS-BEFORE-IMAGE PIC X(351).
           01 WS-REASON-IN    PIC X(8).
           01 WS-AUD-TIME-RAW PIC 9(8).

       PROCEDURE DIVISION.

           OPEN I-O RUNMAST-FILE
                   DISPLAY "NO RUN MASTER RECORD FOR DATE "
                    RM-RUN-DATE " RUN ID '" RM-RUN-ID "'"
               NOT INVALID KEY
                   MOVE RUNMAST-RECORD TO WS-BEFORE-IMAGE
                   PERFORM APPLY_CORRECTION
           END-READ.

           DISPLAY "APPLY CORRECTION (Y/N)?"
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y" THEN
               PERFORM ACCEPT_REASON_CODE
               PERFORM OPEN_AUDIT
           END-IF
           IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
            AND WS-AUDIT-FILE-STATUS = "00" THEN
               REWRITE RUNMAST-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED - STATUS "
                        WS-RUNMAST-STATUS
                   NOT INVALID KEY
                       DISPLAY "RECORD CORRECTED"
                       MOVE "C" TO AUD-FUNC
                       MOVE RUNMAST-RECORD TO AUD-AFTER
                       PERFORM WRITE_AUDIT_RECORD
               END-REWRITE
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "CORRECTION ABANDONED"
           END-IF.
                   DISPLAY "NO RUN MASTER RECORD FOR DATE "
                    RM-RUN-DATE " RUN ID '" RM-RUN-ID "'"
               NOT INVALID KEY
                   MOVE RUNMAST-RECORD TO WS-BEFORE-IMAGE
                   PERFORM APPLY_DELETE
           END-READ.

           DISPLAY "DELETE THIS RECORD (Y/N)?"
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y" THEN
               PERFORM ACCEPT_REASON_CODE
               PERFORM OPEN_AUDIT
           END-IF
           IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
            AND WS-AUDIT-FILE-STATUS = "00" THEN
               DELETE RUNMAST-FILE
                   INVALID KEY
                       DISPLAY "DELETE FAILED - STATUS "
                        WS-RUNMAST-STATUS
                   NOT INVALID KEY
                       DISPLAY "RECORD DELETED"
                       MOVE "D" TO AUD-FUNC
                       MOVE SPACES TO AUD-AFTER
                       MOVE "*DELETED" TO AUD-AFTER(1:8)
                       PERFORM WRITE_AUDIT_RECORD
               END-DELETE
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "DELETE ABANDONED"
           END-IF.

      *>***************************************************************

      *>******************* Correction audit section ******************

       ACCEPT_REASON_CODE.
           DISPLAY "REASON CODE (8 CHARACTERS, BLANK = ONLINE)?"
           MOVE SPACES TO WS-REASON-IN
           ACCEPT WS-REASON-IN
           IF WS-REASON-IN = SPACES THEN
               MOVE "ONLINE" TO WS-REASON-IN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-REASON-IN) TO WS-REASON-IN.

      *>A change that could not be audited is not made - the caller
      *>tests the status and falls through to "abandoned".
       OPEN_AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "05"
            OR WS-AUDIT-FILE-STATUS = "35" THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = "00" THEN
               DISPLAY "CORRECTION AUDIT (RMAUDIT.DAT) UNWRITABLE - "
                "STATUS " WS-AUDIT-FILE-STATUS
           END-IF.

      *>Caller has set AUD-FUNC and AUD-AFTER.
       WRITE_AUDIT_RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-RAW FROM TIME
           MOVE WS-AUD-TIME-RAW(1:6) TO AUD-TIME
           MOVE WS-REASON-IN TO AUD-REASON
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** AUDIT WRITE FAILED (STATUS "
                WS-AUDIT-FILE-STATUS ") - THE CHANGE IS ON THE "
                "MASTER BUT NOT IN RMAUDIT.DAT ***"
           END-IF.
