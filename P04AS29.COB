      * P04AS29 - month-end load of the employee lifetime history.
      * Reads the EMPQ employee-maintenance audit extract (EMPAUD.CPY
      * - EMPMAINT's and XFERMNT's online entries plus the transfers
      * P04AS15 applied overnight) and files every entry in the
      * keyed PROD.EMPHIST history (EHSTREC.CPY, keyed employee/
      * date/time/sequence) with its before and after images whole,
      * so the EMPHIST screen can page one employee's changes back
      * to hire.  P04AS12J runs it ahead of clearing the extract;
      * the one-time EMPHCNVJ job feeds the older PROD.EMPQ.ARCHIVE
      * generations through it the same way.  Nothing is ever
      * purged from EMPHIST - it is the employee's lifetime record.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS29.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-AUDIT-FILE ASSIGN TO EMPQIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT EMP-HISTORY-FILE ASSIGN TO EMPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 168 CHARACTERS.
           COPY EMPAUD.

       FD  EMP-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 173 CHARACTERS.
           COPY EHSTREC.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

       01  WS-HIST-STATUS           PIC X(02).

       01  WS-WRITTEN-SW            PIC X(01).
           88  WS-WRITTEN               VALUE 'Y'.
           88  WS-NOT-WRITTEN           VALUE 'N'.
           88  WS-ALREADY-FILED         VALUE 'A'.

      * The history record as built from the extract entry - kept
      * here while a key tie is read back into the file's own record
      * area for comparison.
       01  WS-HISTORY-WORK          PIC X(173).

       01  WS-READ-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-ALREADY-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-RESEQ-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-DROPPED-COUNT         PIC 9(07) VALUE ZERO.

           COPY RUNCWORK.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE 'P04AS29' TO WS-RUN-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           PERFORM OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ EMP-AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM FILE-ONE-ENTRY
               END-READ
           END-PERFORM
           PERFORM CLOSE-FILES
           DISPLAY 'P04AS29 - EMPQ ENTRIES READ:       ' WS-READ-COUNT
           DISPLAY 'P04AS29 - HISTORY RECORDS ADDED:   '
               WS-LOADED-COUNT
           DISPLAY 'P04AS29 - ALREADY ON HISTORY:      '
               WS-ALREADY-COUNT
           DISPLAY 'P04AS29 - KEY TIES RESEQUENCED:    ' WS-RESEQ-COUNT
           DISPLAY 'P04AS29 - ENTRIES NOT FILED:       '
               WS-DROPPED-COUNT
           MOVE WS-READ-COUNT TO WS-RUN-READ-COUNT
           MOVE WS-DROPPED-COUNT TO WS-RUN-REJECT-COUNT
           IF WS-DROPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM POST-RUN-CONTROL
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT EMP-AUDIT-FILE
           OPEN I-O EMP-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'P04AS29 - EMPHIST OPEN FAILED, STATUS '
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE EMP-AUDIT-FILE
           CLOSE EMP-HISTORY-FILE.

      * An entry with no employee on it cannot be filed under anyone
      * and is counted as not filed - the step ends RC 4 to flag it;
      * the entry itself still survives on the month's generation
      * copy of the extract.
       FILE-ONE-ENTRY.
           IF EA-EMP-ID = SPACES
               DISPLAY 'P04AS29 - NO EMPLOYEE ON ENTRY '
                   EA-DATE ' ' EA-TIME ' ' EA-TERM-ID
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               MOVE SPACES TO EMP-HISTORY-RECORD
               MOVE EA-EMP-ID TO EH-EMP-ID
               MOVE EA-DATE TO EH-DATE
               MOVE EA-TIME TO EH-TIME
               MOVE ZERO TO EH-SEQ
               MOVE EA-FUNCTION TO EH-FUNCTION
               MOVE EA-USER-ID TO EH-USER-ID
               MOVE EA-TERM-ID TO EH-TERM-ID
               MOVE EA-BEFORE-IMAGE TO EH-BEFORE-IMAGE
               MOVE EA-AFTER-IMAGE TO EH-AFTER-IMAGE
               SET WS-NOT-WRITTEN TO TRUE
               PERFORM WRITE-HISTORY-RECORD
                   UNTIL NOT WS-NOT-WRITTEN OR EH-SEQ > 98
               EVALUATE TRUE
                   WHEN WS-WRITTEN
                       ADD 1 TO WS-LOADED-COUNT
                   WHEN WS-ALREADY-FILED
                       ADD 1 TO WS-ALREADY-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-DROPPED-COUNT
               END-EVALUATE
           END-IF.

      * A key tie is either the same entry filed by an earlier run
      * (a rerun after the clear step failed, or a generation fed
      * through twice) - left alone so it never shows twice - or a
      * second change to the same employee in the same second,
      * which bumps the sequence and retries.
       WRITE-HISTORY-RECORD.
           MOVE EMP-HISTORY-RECORD TO WS-HISTORY-WORK
           WRITE EMP-HISTORY-RECORD
               INVALID KEY
                   READ EMP-HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-HIST-STATUS = '00'
                      AND EMP-HISTORY-RECORD = WS-HISTORY-WORK
                       SET WS-ALREADY-FILED TO TRUE
                   ELSE
                       MOVE WS-HISTORY-WORK TO EMP-HISTORY-RECORD
                       ADD 1 TO EH-SEQ
                       ADD 1 TO WS-RESEQ-COUNT
                   END-IF
               NOT INVALID KEY
                   SET WS-WRITTEN TO TRUE
           END-WRITE.

           COPY RUNCPOST.
