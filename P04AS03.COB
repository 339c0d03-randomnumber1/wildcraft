      * online screen against a flat file of transactions, so a whole
      * night's worth of add/sub/mult/div pairs can be run without
      * anyone sitting at a terminal keying them in one at a time.
      * Before anything is posted the whole of CALCIN is read once
      * to balance it against its trailer (CALCTRN.CPY) and its
      * batch id is checked against the CALCBAT register: a
      * truncated file, or one that has already run, is refused
      * outright - no CALCOUT, no BCLC audit, no CTLMSTR posting -
      * and the run posts FAIL to RUNCTL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS03.

               ORGANIZATION IS SEQUENTIAL.
           SELECT CALC-AUDIT-FILE ASSIGN TO CALQOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALC-BATCH-FILE ASSIGN TO CALCBAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-BATCH-ID
               FILE STATUS IS WS-CBAT-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO CTLMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORD CONTAINS 84 CHARACTERS.
           COPY AUDTREC.

       FD  CALC-BATCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY CBATREC.

       FD  CONTROL-TOTAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  WS-AUD-RESULT            PIC X(15).
       01  WS-AUD-STATUS            PIC X(03).

      * Batch-control pre-pass.  The count and hash are built the
      * way the creating side builds the trailer (see CALCTRN.CPY).
       01  WS-CBAT-STATUS           PIC X(02).
       01  WS-BATCH-ID              PIC X(08).
       01  WS-BATCH-CREATE-DATE     PIC X(08).
       01  WS-VAL-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-VAL-HASH              PIC 9(15) VALUE ZERO.
       01  WS-HASH-WORK             PIC 9(10).
       01  WS-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN          VALUE 'Y'.
       01  WS-BATCH-SW              PIC X(01) VALUE 'Y'.
           88  WS-BATCH-OK              VALUE 'Y'.
           88  WS-BATCH-BAD             VALUE 'N'.
       01  WS-REFUSE-REASON         PIC X(60).

           COPY MSGCODES.

           COPY RUNCWORK.
           IF WS-RESTART-MODE
               PERFORM RESTORE-CHECKPOINT
           END-IF
           PERFORM VALIDATE-BATCH-FILE
           PERFORM REGISTER-BATCH
           PERFORM OPEN-FILES
           PERFORM READ-PAST-HEADER
           IF WS-RESTART-MODE
               PERFORM POSITION-PAST-PROCESSED
           ELSE
               MOVE 'P' TO WS-CKPT-STATUS
               PERFORM TAKE-CHECKPOINT
           END-IF
      * The trailer is the last record - the pre-pass proved it.
           PERFORM UNTIL WS-EOF
               READ CALC-TRANS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CT-TRAILER-RECORD
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           PERFORM PROCESS-TRANSACTION
                           PERFORM COUNT-TOWARD-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM TAKE-FINAL-CHECKPOINT
           PERFORM POST-CONTROL-TOTALS
           PERFORM COMPLETE-BATCH
           PERFORM CLOSE-FILES
           DISPLAY 'P04AS03 - RECORDS READ:      ' WS-READ-COUNT
           DISPLAY 'P04AS03 - REJECTED (NUM/ZDV): ' WS-REJECT-COUNT
           END-READ
           CLOSE CHECKPOINT-FILE.

      * Pre-pass over the whole file, before any output is opened.
      * The header must come first and the trailer last, with the
      * trailer's count and hash matching what lies between them.
       VALIDATE-BATCH-FILE.
           OPEN INPUT CALC-TRANS-FILE
           MOVE 'N' TO WS-EOF-SW
           READ CALC-TRANS-FILE
               AT END
                   SET WS-BATCH-BAD TO TRUE
                   MOVE 'CALCIN IS EMPTY - NO BATCH HEADER'
                       TO WS-REFUSE-REASON
               NOT AT END
                   IF NOT CT-HEADER-RECORD
                       SET WS-BATCH-BAD TO TRUE
                       MOVE 'FIRST RECORD IS NOT A BATCH HEADER'
                           TO WS-REFUSE-REASON
                   ELSE
                       MOVE CTH-BATCH-ID TO WS-BATCH-ID
                       MOVE CTH-CREATE-DATE TO WS-BATCH-CREATE-DATE
                       IF WS-BATCH-ID = SPACES
                           SET WS-BATCH-BAD TO TRUE
                           MOVE 'BATCH HEADER CARRIES NO BATCH ID'
                               TO WS-REFUSE-REASON
                       END-IF
                   END-IF
           END-READ
           PERFORM VALIDATE-NEXT-RECORD
               UNTIL WS-EOF OR WS-BATCH-BAD
           IF WS-BATCH-OK AND NOT WS-TRAILER-SEEN
               SET WS-BATCH-BAD TO TRUE
               MOVE 'NO TRAILER - FILE IS INCOMPLETE'
                   TO WS-REFUSE-REASON
           END-IF
           CLOSE CALC-TRANS-FILE
           MOVE 'N' TO WS-EOF-SW
           DISPLAY 'P04AS03 - CALCIN BATCH ' WS-BATCH-ID
               ' CREATED ' WS-BATCH-CREATE-DATE
           IF WS-BATCH-BAD
               PERFORM REFUSE-BATCH
           END-IF.

       VALIDATE-NEXT-RECORD.
           READ CALC-TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-TRAILER-SEEN
                           SET WS-BATCH-BAD TO TRUE
                           MOVE 'RECORDS FOUND AFTER THE TRAILER'
                               TO WS-REFUSE-REASON
                       WHEN CT-HEADER-RECORD
                           SET WS-BATCH-BAD TO TRUE
                           MOVE 'SECOND BATCH HEADER IN THE FILE'
                               TO WS-REFUSE-REASON
                       WHEN CT-TRAILER-RECORD
                           SET WS-TRAILER-SEEN TO TRUE
                           PERFORM CHECK-BATCH-TRAILER
                       WHEN OTHER
                           ADD 1 TO WS-VAL-COUNT
                           PERFORM ADD-TO-HASH-TOTAL
                   END-EVALUATE
           END-READ.

      * The hash keeps its low-order 15 digits, as the trailer does.
       ADD-TO-HASH-TOTAL.
           IF CT-INPUT1 IS NUMERIC
               MOVE CT-INPUT1 TO WS-HASH-WORK
               ADD WS-HASH-WORK TO WS-VAL-HASH
                   ON SIZE ERROR
                       COMPUTE WS-VAL-HASH = WS-VAL-HASH
                           + WS-HASH-WORK - 1000000000000000
               END-ADD
           END-IF
           IF CT-INPUT2 IS NUMERIC
               MOVE CT-INPUT2 TO WS-HASH-WORK
               ADD WS-HASH-WORK TO WS-VAL-HASH
                   ON SIZE ERROR
                       COMPUTE WS-VAL-HASH = WS-VAL-HASH
                           + WS-HASH-WORK - 1000000000000000
               END-ADD
           END-IF.

       CHECK-BATCH-TRAILER.
           IF CTT-RECORD-COUNT IS NOT NUMERIC
              OR CTT-HASH-TOTAL IS NOT NUMERIC
               SET WS-BATCH-BAD TO TRUE
               MOVE 'TRAILER COUNT/HASH NOT NUMERIC'
                   TO WS-REFUSE-REASON
           ELSE
               IF CTT-RECORD-COUNT NOT = WS-VAL-COUNT
                  OR CTT-HASH-TOTAL NOT = WS-VAL-HASH
                   SET WS-BATCH-BAD TO TRUE
                   MOVE 'TRAILER DOES NOT BALANCE TO THE FILE'
                       TO WS-REFUSE-REASON
                   DISPLAY 'P04AS03 - TRAILER COUNT ' CTT-RECORD-COUNT
                       ' HASH ' CTT-HASH-TOTAL
                   DISPLAY 'P04AS03 - FILE    COUNT ' WS-VAL-COUNT
                       ' HASH ' WS-VAL-HASH
               END-IF
           END-IF.

      * A cold run takes the batch id onto the register before it
      * posts anything, so a second submission of the same file is
      * refused even while the first is still running or lies
      * abended.  A restart must be of the batch its checkpoint
      * names, and that batch must still be in progress.
       REGISTER-BATCH.
           IF WS-RESTART-MODE AND CK-BATCH-ID NOT = WS-BATCH-ID
               SET WS-BATCH-BAD TO TRUE
               STRING 'CHECKPOINT IS FOR BATCH ' CK-BATCH-ID
                      ' - NOT THIS FILE' DELIMITED BY SIZE
                   INTO WS-REFUSE-REASON
               END-STRING
               PERFORM REFUSE-BATCH
           END-IF
           OPEN I-O CALC-BATCH-FILE
           IF WS-CBAT-STATUS NOT = '00'
               DISPLAY 'P04AS03 - CALCBAT OPEN FAILED, STATUS '
                   WS-CBAT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           MOVE WS-BATCH-ID TO CB-BATCH-ID
           READ CALC-BATCH-FILE
               INVALID KEY
                   IF WS-RESTART-MODE
                       SET WS-BATCH-BAD TO TRUE
                       MOVE 'RESTART, BUT BATCH IS NOT ON CALCBAT'
                           TO WS-REFUSE-REASON
                   ELSE
                       PERFORM WRITE-BATCH-REGISTER
                   END-IF
               NOT INVALID KEY
                   IF WS-COLD-START
                       SET WS-BATCH-BAD TO TRUE
                       IF CB-COMPLETE
                           STRING 'BATCH ' WS-BATCH-ID
                                  ' ALREADY RUN ON ' CB-RUN-DATE
                                  DELIMITED BY SIZE
                               INTO WS-REFUSE-REASON
                           END-STRING
                       ELSE
                           STRING 'BATCH ' WS-BATCH-ID
                                  ' STARTED ' CB-RUN-DATE
                                  ' - RESTART IT, NOT COLD'
                                  DELIMITED BY SIZE
                               INTO WS-REFUSE-REASON
                           END-STRING
                       END-IF
                   END-IF
           END-READ
           CLOSE CALC-BATCH-FILE
           IF WS-BATCH-BAD
               PERFORM REFUSE-BATCH
           END-IF.

       WRITE-BATCH-REGISTER.
           MOVE SPACES TO CALC-BATCH-RECORD
           MOVE WS-BATCH-ID TO CB-BATCH-ID
           MOVE WS-BATCH-CREATE-DATE TO CB-CREATE-DATE
           MOVE WS-RS-DATE TO CB-RUN-DATE
           MOVE WS-RS-TIME TO CB-RUN-TIME
           MOVE WS-VAL-COUNT TO CB-RECORD-COUNT
           MOVE WS-VAL-HASH TO CB-HASH-TOTAL
           SET CB-IN-PROGRESS TO TRUE
           WRITE CALC-BATCH-RECORD
               INVALID KEY
                   SET WS-BATCH-BAD TO TRUE
                   MOVE 'CALCBAT WRITE FAILED - BATCH NOT REGISTERED'
                       TO WS-REFUSE-REASON
           END-WRITE.

       REFUSE-BATCH.
           DISPLAY 'P04AS03 - CALCIN REFUSED: ' WS-REFUSE-REASON
           DISPLAY 'P04AS03 - NOTHING POSTED TO CALCOUT, CTLMSTR '
               'OR THE BCLC AUDIT'
           MOVE 16 TO RETURN-CODE
           MOVE 'FAIL' TO WS-RUN-STATUS
           MOVE WS-VAL-COUNT TO WS-RUN-READ-COUNT
           PERFORM POST-RUN-CONTROL
           STOP RUN.

      * Marked complete only once CTLMSTR has the run's totals.
       COMPLETE-BATCH.
           OPEN I-O CALC-BATCH-FILE
           IF WS-CBAT-STATUS NOT = '00'
               DISPLAY 'P04AS03 - CALCBAT OPEN FAILED, STATUS '
                   WS-CBAT-STATUS ' - BATCH NOT MARKED COMPLETE'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BATCH-ID TO CB-BATCH-ID
               READ CALC-BATCH-FILE
                   INVALID KEY
                       DISPLAY 'P04AS03 - BATCH ' WS-BATCH-ID
                           ' MISSING FROM CALCBAT'
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       SET CB-COMPLETE TO TRUE
                       REWRITE CALC-BATCH-RECORD
               END-READ
               CLOSE CALC-BATCH-FILE
           END-IF.

       OPEN-FILES.
           OPEN INPUT CALC-TRANS-FILE
           IF WS-RESTART-MODE
           CLOSE CALC-RESULT-FILE
           CLOSE CALC-AUDIT-FILE.

       READ-PAST-HEADER.
           READ CALC-TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       POSITION-PAST-PROCESSED.
           MOVE ZERO TO WS-SKIP-COUNT
           PERFORM READ-AND-DISCARD
           MOVE FUNCTION CURRENT-DATE TO WS-CALC-TIMESTAMP
           MOVE WS-CT-DATE TO CK-CKPT-DATE
           MOVE WS-CT-TIME TO CK-CKPT-TIME
           MOVE WS-BATCH-ID TO CK-BATCH-ID
           WRITE CALC-CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

