      * P04AS28 - batch calculator staging unload and clear.  The
      * CALCSUB screen lets an operator key calculator pairs (or
      * pull back a rejected CALCRSLT line and correct it) onto the
      * CALCSTG staging file (CSTGREC.CPY) during the day.  Two
      * steps of P04AS03J run this program, told apart by the SYSIN
      * card:
      *   UNLOAD - ahead of P04AS03.  Copies the night's CALCIN
      *            from the sending side through to CALCMRG and
      *            adds every staged entry behind its transactions,
      *            with a new trailer balanced to the lot, so the
      *            one P04AS03 run posts both.  With no file from
      *            the sending side the staged entries go as a batch
      *            of their own, id STG plus a number one above the
      *            last STG batch on CALCBAT.  Every entry sent is
      *            stamped with the batch id, which locks it on the
      *            screen.  A sender file that does not balance, or
      *            whose batch id is already on CALCBAT, is refused
      *            here exactly as P04AS03 would refuse it - with
      *            nothing stamped, so the entries go again tomorrow.
      *   CLEAR  - after P04AS03.  Deletes every staged entry whose
      *            batch CALCBAT shows complete.  An entry stamped
      *            with a batch still in progress stays for the
      *            restart; one stamped with a batch that never
      *            reached CALCBAT is sent again by the next UNLOAD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS28.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALC-TRANS-FILE ASSIGN TO CALCIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALC-MERGE-FILE ASSIGN TO CALCMRG
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALC-STAGE-FILE ASSIGN TO CALCSTG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-KEY
               FILE STATUS IS WS-CSTG-STATUS.
           SELECT CALC-BATCH-FILE ASSIGN TO CALCBAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-BATCH-ID
               FILE STATUS IS WS-CBAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD.
           05  CC-RUN-MODE             PIC X(06).
           05  FILLER                  PIC X(74).

       FD  CALC-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS.
           COPY CALCTRN.

       FD  CALC-MERGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS.
       01  CALC-MERGE-RECORD           PIC X(38).

       FD  CALC-STAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
           COPY CSTGREC.

       FD  CALC-BATCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY CBATREC.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.
           88  WS-NOT-EOF               VALUE 'N'.

       01  WS-RUN-MODE-SW           PIC X(01) VALUE 'U'.
           88  WS-UNLOAD-MODE           VALUE 'U'.
           88  WS-CLEAR-MODE            VALUE 'C'.

       01  WS-CSTG-STATUS           PIC X(02).
       01  WS-CBAT-STATUS           PIC X(02).

       01  WS-UNLOAD-TIMESTAMP.
           05  WS-UL-DATE              PIC X(08).
           05  WS-UL-TIME              PIC X(06).
           05  FILLER                  PIC X(07).

      * The batch the staged entries travel in - the sender's, or
      * a STG batch of their own when nothing came from the sender.
       01  WS-BATCH-ID              PIC X(08).
       01  WS-BATCH-CREATE-DATE     PIC X(08).
       01  WS-SENDER-SW             PIC X(01) VALUE 'N'.
           88  WS-SENDER-FILE           VALUE 'Y'.
           88  WS-NO-SENDER-FILE        VALUE 'N'.
       01  WS-STG-BATCH-ID.
           05  WS-SB-PREFIX            PIC X(03) VALUE 'STG'.
           05  WS-SB-NUMBER            PIC 9(05) VALUE ZERO.
       01  WS-HIGH-STG-ID.
           05  FILLER                  PIC X(03).
           05  WS-HS-NUMBER            PIC X(05).

      * Sender file check - the count and hash are built the way
      * P04AS03 builds them (see CALCTRN.CPY), first over the
      * sender's transactions alone to prove its own trailer, then
      * carried on over the staged entries for the new trailer.
       01  WS-SENDER-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-SENDER-HASH           PIC 9(15) VALUE ZERO.
       01  WS-OUT-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-OUT-HASH              PIC 9(15) VALUE ZERO.
       01  WS-HASH-WORK             PIC 9(10).
       01  WS-HASH-INPUT            PIC X(10).
       01  WS-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN          VALUE 'Y'.
       01  WS-BATCH-SW              PIC X(01) VALUE 'Y'.
           88  WS-BATCH-OK              VALUE 'Y'.
           88  WS-BATCH-BAD             VALUE 'N'.
       01  WS-REFUSE-REASON         PIC X(60).

       01  WS-STAGE-READ-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-STAGE-SENT-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-STAGE-HELD-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-STAGE-CLEAR-COUNT     PIC 9(07) VALUE ZERO.

       01  WS-MERGE-HEADER.
           05  MH-REC-ID            PIC X(08) VALUE '*HEADER*'.
           05  MH-BATCH-ID          PIC X(08).
           05  MH-CREATE-DATE       PIC X(08).
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-MERGE-DETAIL.
           05  MD-OPER-ID           PIC X(08).
           05  MD-INPUT1            PIC X(10).
           05  MD-INPUT2            PIC X(10).
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-MERGE-TRAILER.
           05  MT-REC-ID            PIC X(08) VALUE '*TRAILR*'.
           05  MT-RECORD-COUNT      PIC 9(07).
           05  MT-HASH-TOTAL        PIC 9(15).
           05  FILLER               PIC X(08) VALUE SPACES.

           COPY RUNCWORK.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE 'P04AS28' TO WS-RUN-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-UNLOAD-TIMESTAMP
           PERFORM READ-CONTROL-CARD
           IF WS-CLEAR-MODE
               PERFORM CLEAR-COMPLETED-ENTRIES
           ELSE
               PERFORM UNLOAD-STAGED-ENTRIES
           END-IF
           PERFORM POST-RUN-CONTROL
           STOP RUN.

      * The two steps post RUNCTL under their own ids so the
      * morning status report can tell a missed clear from a
      * missed unload.
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           READ CONTROL-CARD-FILE
               AT END
                   MOVE SPACES TO CC-RUN-MODE
           END-READ
           CLOSE CONTROL-CARD-FILE
           EVALUATE CC-RUN-MODE
               WHEN 'UNLOAD'
                   SET WS-UNLOAD-MODE TO TRUE
               WHEN 'CLEAR '
                   SET WS-CLEAR-MODE TO TRUE
                   MOVE 'P04AS28C' TO WS-RUN-JOB-ID
               WHEN OTHER
                   DISPLAY 'P04AS28 - SYSIN MUST BE UNLOAD OR CLEAR, '
                       'FOUND ' CC-RUN-MODE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'FAIL' TO WS-RUN-STATUS
                   PERFORM POST-RUN-CONTROL
                   STOP RUN
           END-EVALUATE.

      *---------------------------------------------------------------
      * UNLOAD
      *---------------------------------------------------------------
       UNLOAD-STAGED-ENTRIES.
           PERFORM CHECK-SENDER-FILE
           PERFORM OPEN-UNLOAD-FILES
           IF WS-NO-SENDER-FILE
               PERFORM ASSIGN-STAGE-BATCH-ID
           END-IF
           MOVE WS-BATCH-ID TO MH-BATCH-ID
           MOVE WS-BATCH-CREATE-DATE TO MH-CREATE-DATE
           MOVE WS-MERGE-HEADER TO CALC-MERGE-RECORD
           WRITE CALC-MERGE-RECORD
           IF WS-SENDER-FILE
               PERFORM COPY-SENDER-TRANSACTIONS
           END-IF
           PERFORM START-STAGE-BROWSE
           PERFORM UNLOAD-NEXT-ENTRY
               UNTIL WS-EOF
           MOVE WS-OUT-COUNT TO MT-RECORD-COUNT
           MOVE WS-OUT-HASH TO MT-HASH-TOTAL
           MOVE WS-MERGE-TRAILER TO CALC-MERGE-RECORD
           WRITE CALC-MERGE-RECORD
           PERFORM CLOSE-UNLOAD-FILES
           DISPLAY 'P04AS28 - BATCH ' WS-BATCH-ID
               ' CREATED ' WS-BATCH-CREATE-DATE
           DISPLAY 'P04AS28 - SENDER TRANSACTIONS: ' WS-SENDER-COUNT
           DISPLAY 'P04AS28 - STAGED ENTRIES READ: ' WS-STAGE-READ-COUNT
           DISPLAY 'P04AS28 - STAGED ENTRIES SENT: ' WS-STAGE-SENT-COUNT
           DISPLAY 'P04AS28 - HELD FOR A RESTART:  ' WS-STAGE-HELD-COUNT
           DISPLAY 'P04AS28 - CLEARED (COMPLETE):  '
               WS-STAGE-CLEAR-COUNT
           DISPLAY 'P04AS28 - CALCMRG TRAILER COUNT ' WS-OUT-COUNT
               ' HASH ' WS-OUT-HASH
           MOVE WS-STAGE-READ-COUNT TO WS-RUN-READ-COUNT
           MOVE WS-STAGE-HELD-COUNT TO WS-RUN-REJECT-COUNT.

      * Pre-pass over the sender's file, before anything is written
      * or stamped - the same header/trailer rules P04AS03 applies,
      * plus its CALCBAT check, so a file P04AS03 would refuse is
      * refused here while the staged entries are still untouched.
      * An empty file means nothing came from the sender tonight.
       CHECK-SENDER-FILE.
           OPEN INPUT CALC-TRANS-FILE
           SET WS-NOT-EOF TO TRUE
           READ CALC-TRANS-FILE
               AT END
                   SET WS-NO-SENDER-FILE TO TRUE
                   SET WS-EOF TO TRUE
               NOT AT END
                   SET WS-SENDER-FILE TO TRUE
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
           PERFORM CHECK-NEXT-SENDER-RECORD
               UNTIL WS-EOF OR WS-BATCH-BAD
           IF WS-SENDER-FILE AND WS-BATCH-OK
              AND NOT WS-TRAILER-SEEN
               SET WS-BATCH-BAD TO TRUE
               MOVE 'NO TRAILER - FILE IS INCOMPLETE'
                   TO WS-REFUSE-REASON
           END-IF
           CLOSE CALC-TRANS-FILE
           SET WS-NOT-EOF TO TRUE
           IF WS-SENDER-FILE AND WS-BATCH-OK
               PERFORM CHECK-SENDER-NOT-RUN
           END-IF
           IF WS-BATCH-BAD
               PERFORM REFUSE-UNLOAD
           END-IF.

       CHECK-NEXT-SENDER-RECORD.
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
                           PERFORM CHECK-SENDER-TRAILER
                       WHEN OTHER
                           ADD 1 TO WS-SENDER-COUNT
                           MOVE CT-INPUT1 TO WS-HASH-INPUT
                           PERFORM ADD-TO-SENDER-HASH
                           MOVE CT-INPUT2 TO WS-HASH-INPUT
                           PERFORM ADD-TO-SENDER-HASH
                   END-EVALUATE
           END-READ.

      * The hash keeps its low-order 15 digits, as the trailer does.
       ADD-TO-SENDER-HASH.
           IF WS-HASH-INPUT IS NUMERIC
               MOVE WS-HASH-INPUT TO WS-HASH-WORK
               ADD WS-HASH-WORK TO WS-SENDER-HASH
                   ON SIZE ERROR
                       COMPUTE WS-SENDER-HASH = WS-SENDER-HASH
                           + WS-HASH-WORK - 1000000000000000
               END-ADD
           END-IF.

       ADD-TO-OUTPUT-HASH.
           IF WS-HASH-INPUT IS NUMERIC
               MOVE WS-HASH-INPUT TO WS-HASH-WORK
               ADD WS-HASH-WORK TO WS-OUT-HASH
                   ON SIZE ERROR
                       COMPUTE WS-OUT-HASH = WS-OUT-HASH
                           + WS-HASH-WORK - 1000000000000000
               END-ADD
           END-IF.

       CHECK-SENDER-TRAILER.
           IF CTT-RECORD-COUNT IS NOT NUMERIC
              OR CTT-HASH-TOTAL IS NOT NUMERIC
               SET WS-BATCH-BAD TO TRUE
               MOVE 'TRAILER COUNT/HASH NOT NUMERIC'
                   TO WS-REFUSE-REASON
           ELSE
               IF CTT-RECORD-COUNT NOT = WS-SENDER-COUNT
                  OR CTT-HASH-TOTAL NOT = WS-SENDER-HASH
                   SET WS-BATCH-BAD TO TRUE
                   MOVE 'TRAILER DOES NOT BALANCE TO THE FILE'
                       TO WS-REFUSE-REASON
                   DISPLAY 'P04AS28 - TRAILER COUNT ' CTT-RECORD-COUNT
                       ' HASH ' CTT-HASH-TOTAL
                   DISPLAY 'P04AS28 - FILE    COUNT ' WS-SENDER-COUNT
                       ' HASH ' WS-SENDER-HASH
               END-IF
           END-IF.

      * Only the sender's batch id is looked up - the combined file
      * is new to CALCBAT in every other respect.
       CHECK-SENDER-NOT-RUN.
           OPEN INPUT CALC-BATCH-FILE
           IF WS-CBAT-STATUS NOT = '00'
               DISPLAY 'P04AS28 - CALCBAT OPEN FAILED, STATUS '
                   WS-CBAT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           MOVE WS-BATCH-ID TO CB-BATCH-ID
           READ CALC-BATCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BATCH-BAD TO TRUE
                   STRING 'BATCH ' WS-BATCH-ID
                          ' ALREADY ON CALCBAT FROM ' CB-RUN-DATE
                          DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
                   END-STRING
           END-READ
           CLOSE CALC-BATCH-FILE.

       REFUSE-UNLOAD.
           DISPLAY 'P04AS28 - CALCIN REFUSED: ' WS-REFUSE-REASON
           DISPLAY 'P04AS28 - NO STAGED ENTRY SENT - THEY STAY '
               'ON CALCSTG FOR THE NEXT RUN'
           MOVE 16 TO RETURN-CODE
           MOVE 'FAIL' TO WS-RUN-STATUS
           MOVE WS-SENDER-COUNT TO WS-RUN-READ-COUNT
           PERFORM POST-RUN-CONTROL
           STOP RUN.

       OPEN-UNLOAD-FILES.
           OPEN I-O CALC-STAGE-FILE
           IF WS-CSTG-STATUS NOT = '00'
               DISPLAY 'P04AS28 - CALCSTG OPEN FAILED, STATUS '
                   WS-CSTG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN INPUT CALC-BATCH-FILE
           IF WS-CBAT-STATUS NOT = '00'
               DISPLAY 'P04AS28 - CALCBAT OPEN FAILED, STATUS '
                   WS-CBAT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN OUTPUT CALC-MERGE-FILE
           IF WS-SENDER-FILE
               OPEN INPUT CALC-TRANS-FILE
           END-IF.

       CLOSE-UNLOAD-FILES.
           CLOSE CALC-STAGE-FILE
           CLOSE CALC-BATCH-FILE
           CLOSE CALC-MERGE-FILE
           IF WS-SENDER-FILE
               CLOSE CALC-TRANS-FILE
           END-IF.

      * STG batch ids run in sequence on CALCBAT; the last one there
      * plus one is tonight's.
       ASSIGN-STAGE-BATCH-ID.
           MOVE 'STG00000' TO CB-BATCH-ID
           START CALC-BATCH-FILE
               KEY NOT LESS THAN CB-BATCH-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-STAGE-BATCH
               UNTIL WS-EOF
           SET WS-NOT-EOF TO TRUE
           ADD 1 TO WS-SB-NUMBER
           MOVE WS-STG-BATCH-ID TO WS-BATCH-ID
           MOVE WS-UL-DATE TO WS-BATCH-CREATE-DATE.

       READ-NEXT-STAGE-BATCH.
           READ CALC-BATCH-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CB-BATCH-ID (1:3) NOT = 'STG'
                       SET WS-EOF TO TRUE
                   ELSE
                       MOVE CB-BATCH-ID TO WS-HIGH-STG-ID
                       IF WS-HS-NUMBER IS NUMERIC
                           MOVE WS-HS-NUMBER TO WS-SB-NUMBER
                       END-IF
                   END-IF
           END-READ.

      * The sender's transactions go across as they came; only the
      * header and trailer are the combined file's own.
       COPY-SENDER-TRANSACTIONS.
           READ CALC-TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           PERFORM COPY-NEXT-SENDER-RECORD
               UNTIL WS-EOF
           SET WS-NOT-EOF TO TRUE.

       COPY-NEXT-SENDER-RECORD.
           READ CALC-TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF NOT CT-TRAILER-RECORD
                       MOVE CALC-TRANS-RECORD TO CALC-MERGE-RECORD
                       WRITE CALC-MERGE-RECORD
                       ADD 1 TO WS-OUT-COUNT
                       MOVE CT-INPUT1 TO WS-HASH-INPUT
                       PERFORM ADD-TO-OUTPUT-HASH
                       MOVE CT-INPUT2 TO WS-HASH-INPUT
                       PERFORM ADD-TO-OUTPUT-HASH
                   END-IF
           END-READ.

       START-STAGE-BROWSE.
           MOVE LOW-VALUES TO CSG-KEY
           START CALC-STAGE-FILE
               KEY NOT LESS THAN CSG-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

      * An entry already stamped is looked up on CALCBAT: a batch
      * that never got there (refused, or the run never reached
      * P04AS03) sends it again; one in progress holds it for the
      * restart; one complete means the clear step was missed, and
      * it comes off now rather than post twice.
       UNLOAD-NEXT-ENTRY.
           READ CALC-STAGE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STAGE-READ-COUNT
                   IF CSG-NOT-UNLOADED
                       PERFORM SEND-STAGED-ENTRY
                   ELSE
                       MOVE CSG-BATCH-ID TO CB-BATCH-ID
                       READ CALC-BATCH-FILE
                           INVALID KEY
                               PERFORM SEND-STAGED-ENTRY
                           NOT INVALID KEY
                               IF CB-COMPLETE
                                   PERFORM DELETE-STAGED-ENTRY
                               ELSE
                                   ADD 1 TO WS-STAGE-HELD-COUNT
                                   DISPLAY 'P04AS28 - HELD FOR '
                                       'RESTART OF ' CSG-BATCH-ID
                                       ': ' CSG-OPER-ID ' ' CSG-SEQ
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       SEND-STAGED-ENTRY.
           MOVE CSG-OPER-ID TO MD-OPER-ID
           MOVE CSG-INPUT1 TO MD-INPUT1
           MOVE CSG-INPUT2 TO MD-INPUT2
           MOVE WS-MERGE-DETAIL TO CALC-MERGE-RECORD
           WRITE CALC-MERGE-RECORD
           ADD 1 TO WS-OUT-COUNT
           ADD 1 TO WS-STAGE-SENT-COUNT
           MOVE CSG-INPUT1 TO WS-HASH-INPUT
           PERFORM ADD-TO-OUTPUT-HASH
           MOVE CSG-INPUT2 TO WS-HASH-INPUT
           PERFORM ADD-TO-OUTPUT-HASH
           MOVE WS-BATCH-ID TO CSG-BATCH-ID
           REWRITE CALC-STAGE-RECORD
               INVALID KEY
                   DISPLAY 'P04AS28 - REWRITE FAILED FOR '
                       CSG-OPER-ID ' ' CSG-SEQ
           END-REWRITE.

       DELETE-STAGED-ENTRY.
           DELETE CALC-STAGE-FILE
               INVALID KEY
                   DISPLAY 'P04AS28 - DELETE FAILED FOR '
                       CSG-OPER-ID ' ' CSG-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-STAGE-CLEAR-COUNT
           END-DELETE.

      *---------------------------------------------------------------
      * CLEAR
      *---------------------------------------------------------------
       CLEAR-COMPLETED-ENTRIES.
           OPEN I-O CALC-STAGE-FILE
           IF WS-CSTG-STATUS NOT = '00'
               DISPLAY 'P04AS28 - CALCSTG OPEN FAILED, STATUS '
                   WS-CSTG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN INPUT CALC-BATCH-FILE
           IF WS-CBAT-STATUS NOT = '00'
               DISPLAY 'P04AS28 - CALCBAT OPEN FAILED, STATUS '
                   WS-CBAT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           PERFORM START-STAGE-BROWSE
           PERFORM CLEAR-NEXT-ENTRY
               UNTIL WS-EOF
           CLOSE CALC-STAGE-FILE
           CLOSE CALC-BATCH-FILE
           DISPLAY 'P04AS28 - STAGED ENTRIES READ: ' WS-STAGE-READ-COUNT
           DISPLAY 'P04AS28 - CLEARED (COMPLETE):  '
               WS-STAGE-CLEAR-COUNT
           MOVE WS-STAGE-READ-COUNT TO WS-RUN-READ-COUNT.

       CLEAR-NEXT-ENTRY.
           READ CALC-STAGE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STAGE-READ-COUNT
                   IF NOT CSG-NOT-UNLOADED
                       MOVE CSG-BATCH-ID TO CB-BATCH-ID
                       READ CALC-BATCH-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CB-COMPLETE
                                   PERFORM DELETE-STAGED-ENTRY
                               END-IF
                       END-READ
                   END-IF
           END-READ.

           COPY RUNCPOST.
