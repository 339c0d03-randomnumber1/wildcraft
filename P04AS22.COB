      * P04AS22 - payroll bureau acknowledgment reconciliation.  The
      * morning after P04AS13 sends the pay-period extract, the
      * bureau returns an acknowledgment file with one record per
      * employee id it processed, accepted or rejected with a reason
      * code.  This program matches that file (sorted by employee id
      * in the JCL) against the extract generation we sent (already
      * in EMP-ID order, as P04AS13 wrote it) for the pay-period end
      * date on the SYSIN card, and lists every break:
      *   - sent to the bureau but never acknowledged,
      *   - rejected by the bureau, with its reason code and text,
      *   - acknowledged by the bureau but never sent by us,
      *   - acknowledged more than once.
      * Records on either file for a different pay period are
      * skipped and counted, so a stale file shows up as every
      * employee unacknowledged rather than as a clean run.  Any
      * break ends the job RC=4 - a dropped employee must be found
      * here, not on payday.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS22.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-EXTRACT-FILE ASSIGN TO PAYIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT BUREAU-ACK-FILE ASSIGN TO ACKIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
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
           05  CC-PPE-DATE             PIC X(08).
           05  FILLER                  PIC X(72).

      * Same 80-byte layout P04AS13 writes.
       FD  PAY-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PAY-EXTRACT-RECORD.
           05  PX-PPE-DATE         PIC X(08).
           05  PX-EMP-ID           PIC X(06).
           05  PX-LAST-NAME        PIC X(20).
           05  PX-FIRST-NAME       PIC X(15).
           05  PX-DEPT             PIC X(04).
           05  PX-PAY-RATE         PIC 9(07)V99.
           05  PX-PAY-FREQ         PIC X(01).
           05  PX-EFF-DATE         PIC X(08).
           05  FILLER              PIC X(09).

      * Bureau acknowledgment record, as agreed with the bureau - the
      * pay-period end date and employee id echoed back from our
      * extract, A (accepted) or R (rejected), and for a rejection
      * the bureau's reason code and text.
       FD  BUREAU-ACK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  BUREAU-ACK-RECORD.
           05  ACK-PPE-DATE        PIC X(08).
           05  ACK-EMP-ID          PIC X(06).
           05  ACK-STATUS          PIC X(01).
               88  ACK-ACCEPTED        VALUE 'A'.
               88  ACK-REJECTED        VALUE 'R'.
           05  ACK-REASON-CODE     PIC X(04).
           05  ACK-REASON-TEXT     PIC X(40).
           05  FILLER              PIC X(21).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                  PIC X(132).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-PX-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-PX-EOF                VALUE 'Y'.
       01  WS-ACK-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-ACK-EOF               VALUE 'Y'.
       01  WS-PX-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-PX-FOUND              VALUE 'Y'.
       01  WS-ACK-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-ACK-FOUND             VALUE 'Y'.

      * Match keys - HIGH-VALUES once a file is exhausted, so the
      * other file's remaining records fall out as unmatched.
       01  WS-PX-KEY                PIC X(06).
       01  WS-ACK-KEY               PIC X(06).
       01  WS-PREV-ACK-KEY          PIC X(06) VALUE SPACES.

       01  WS-PPE-DATE              PIC X(08).
       01  WS-TODAY-STAMP.
           05  WS-TD-DATE              PIC X(08).
           05  FILLER                  PIC X(13).

       01  WS-PX-READ-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-ACK-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-PX-OTHER-PPE-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-ACK-OTHER-PPE-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-SENT-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-ACCEPTED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-NOT-ACKED-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-NOT-SENT-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-DUP-ACK-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-BREAK-COUNT           PIC 9(07) VALUE ZERO.

       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(50) VALUE
               'PAYROLL BUREAU ACKNOWLEDGMENT RECONCILIATION'.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(17) VALUE
               'PAY PERIOD END: '.
           05  HL2-PPE-DATE         PIC X(08).

       01  WS-COL-HDG-LINE.
           05  FILLER               PIC X(40) VALUE
               'EMP ID LAST NAME            FIRST NAME  '.
           05  FILLER               PIC X(40) VALUE
               '     DEPT EXCEPTION              A  RSN '.
           05  FILLER               PIC X(40) VALUE
               ' BUREAU REASON                          '.

       01  WS-DTL-LINE.
           05  DL-EMP-ID            PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-LAST-NAME         PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-FIRST-NAME        PIC X(15).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-DEPT              PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-EXCEPTION         PIC X(22).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-ACK-STATUS        PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-REASON-CODE       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-REASON-TEXT       PIC X(40).

       01  WS-NONE-LINE.
           05  FILLER               PIC X(50) VALUE
               'NO BREAKS - EVERY EMPLOYEE SENT WAS ACCEPTED'.

       01  WS-TOT-LINE.
           05  FILLER               PIC X(22) VALUE SPACES.
           05  TL-LABEL             PIC X(30).
           05  TL-COUNT             PIC ZZZ,ZZ9.

           COPY RUNCWORK.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE 'P04AS22' TO WS-RUN-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           PERFORM OPEN-FILES
           PERFORM READ-CONTROL-CARD
           PERFORM PRINT-REPORT-HEADING
           PERFORM READ-PAY-EXTRACT
           PERFORM READ-BUREAU-ACK
           PERFORM UNTIL WS-PX-EOF AND WS-ACK-EOF
               EVALUATE TRUE
                   WHEN WS-PX-KEY = WS-ACK-KEY
                       PERFORM MATCH-SENT-AND-ACKED
                       PERFORM READ-PAY-EXTRACT
                       PERFORM READ-BUREAU-ACK
                   WHEN WS-PX-KEY < WS-ACK-KEY
                       PERFORM SENT-NOT-ACKED
                       PERFORM READ-PAY-EXTRACT
                   WHEN OTHER
                       PERFORM ACKED-NOT-SENT
                       PERFORM READ-BUREAU-ACK
               END-EVALUATE
           END-PERFORM
           PERFORM PRINT-RECON-TOTALS
           PERFORM CLOSE-FILES
           DISPLAY 'P04AS22 - EXTRACT RECORDS SENT:  ' WS-SENT-COUNT
           DISPLAY 'P04AS22 - ACCEPTED BY BUREAU:    '
               WS-ACCEPTED-COUNT
           DISPLAY 'P04AS22 - REJECTED BY BUREAU:    '
               WS-REJECTED-COUNT
           DISPLAY 'P04AS22 - SENT, NOT ACKNOWLEDGED: '
               WS-NOT-ACKED-COUNT
           DISPLAY 'P04AS22 - ACKNOWLEDGED, NOT SENT: '
               WS-NOT-SENT-COUNT
           DISPLAY 'P04AS22 - DUPLICATE ACKS:        '
               WS-DUP-ACK-COUNT
           IF WS-BREAK-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE WS-RUN-READ-COUNT =
               WS-PX-READ-COUNT + WS-ACK-READ-COUNT
           MOVE WS-BREAK-COUNT TO WS-RUN-REJECT-COUNT
           PERFORM POST-RUN-CONTROL
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT CONTROL-CARD-FILE
           OPEN INPUT PAY-EXTRACT-FILE
           OPEN INPUT BUREAU-ACK-FILE
           OPEN OUTPUT PRINT-FILE.

       CLOSE-FILES.
           CLOSE CONTROL-CARD-FILE
           CLOSE PAY-EXTRACT-FILE
           CLOSE BUREAU-ACK-FILE
           CLOSE PRINT-FILE.

      * Same rule as P04AS13: no usable card means the run date, so
      * a card-less run still reconciles the extract sent today.
       READ-CONTROL-CARD.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           READ CONTROL-CARD-FILE
               AT END
                   MOVE WS-TD-DATE TO WS-PPE-DATE
               NOT AT END
                   IF CC-PPE-DATE IS NUMERIC
                       MOVE CC-PPE-DATE TO WS-PPE-DATE
                   ELSE
                       MOVE WS-TD-DATE TO WS-PPE-DATE
                   END-IF
           END-READ.

      * Both reads skip over records for any other pay period, so
      * only this period's records take part in the match.
       READ-PAY-EXTRACT.
           MOVE 'N' TO WS-PX-FOUND-SW
           PERFORM UNTIL WS-PX-EOF OR WS-PX-FOUND
               READ PAY-EXTRACT-FILE
                   AT END
                       SET WS-PX-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-PX-KEY
                   NOT AT END
                       ADD 1 TO WS-PX-READ-COUNT
                       IF PX-PPE-DATE = WS-PPE-DATE
                           SET WS-PX-FOUND TO TRUE
                           MOVE PX-EMP-ID TO WS-PX-KEY
                           ADD 1 TO WS-SENT-COUNT
                       ELSE
                           ADD 1 TO WS-PX-OTHER-PPE-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       READ-BUREAU-ACK.
           MOVE 'N' TO WS-ACK-FOUND-SW
           PERFORM UNTIL WS-ACK-EOF OR WS-ACK-FOUND
               READ BUREAU-ACK-FILE
                   AT END
                       SET WS-ACK-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-ACK-KEY
                   NOT AT END
                       ADD 1 TO WS-ACK-READ-COUNT
                       IF ACK-PPE-DATE = WS-PPE-DATE
                           SET WS-ACK-FOUND TO TRUE
                           MOVE ACK-EMP-ID TO WS-ACK-KEY
                       ELSE
                           ADD 1 TO WS-ACK-OTHER-PPE-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      * The bureau answered for an employee we sent.  An accept is
      * the normal case and prints nothing; a reject prints with
      * the bureau's reason.  A second ack for the same id is
      * treated as a break of its own - the bureau should say one
      * thing per employee.
       MATCH-SENT-AND-ACKED.
           MOVE ACK-EMP-ID TO WS-PREV-ACK-KEY
           IF ACK-ACCEPTED
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM FORMAT-FROM-EXTRACT
               MOVE 'REJECTED BY BUREAU' TO DL-EXCEPTION
               PERFORM FORMAT-ACK-DETAIL
               PERFORM WRITE-BREAK-LINE
           END-IF.

       SENT-NOT-ACKED.
           ADD 1 TO WS-NOT-ACKED-COUNT
           PERFORM FORMAT-FROM-EXTRACT
           MOVE 'SENT, NOT ACKNOWLEDGED' TO DL-EXCEPTION
           PERFORM WRITE-BREAK-LINE.

       ACKED-NOT-SENT.
           MOVE SPACES TO WS-DTL-LINE
           MOVE ACK-EMP-ID TO DL-EMP-ID
           IF ACK-EMP-ID = WS-PREV-ACK-KEY
               ADD 1 TO WS-DUP-ACK-COUNT
               MOVE 'DUPLICATE ACK' TO DL-EXCEPTION
           ELSE
               ADD 1 TO WS-NOT-SENT-COUNT
               MOVE 'ACKNOWLEDGED, NOT SENT' TO DL-EXCEPTION
           END-IF
           MOVE ACK-EMP-ID TO WS-PREV-ACK-KEY
           PERFORM FORMAT-ACK-DETAIL
           PERFORM WRITE-BREAK-LINE.

       FORMAT-FROM-EXTRACT.
           MOVE SPACES TO WS-DTL-LINE
           MOVE PX-EMP-ID TO DL-EMP-ID
           MOVE PX-LAST-NAME TO DL-LAST-NAME
           MOVE PX-FIRST-NAME TO DL-FIRST-NAME
           MOVE PX-DEPT TO DL-DEPT.

       FORMAT-ACK-DETAIL.
           MOVE ACK-STATUS TO DL-ACK-STATUS
           MOVE ACK-REASON-CODE TO DL-REASON-CODE
           MOVE ACK-REASON-TEXT TO DL-REASON-TEXT.

       WRITE-BREAK-LINE.
           ADD 1 TO WS-BREAK-COUNT
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DTL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-HDG-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-PPE-DATE TO HL2-PPE-DATE
           MOVE WS-HDG-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-COL-HDG-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-RECON-TOTALS.
           IF WS-BREAK-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-NONE-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'EXTRACT RECORDS SENT:' TO TL-LABEL
           MOVE WS-SENT-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ACCEPTED BY BUREAU:' TO TL-LABEL
           MOVE WS-ACCEPTED-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'REJECTED BY BUREAU:' TO TL-LABEL
           MOVE WS-REJECTED-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'SENT, NOT ACKNOWLEDGED:' TO TL-LABEL
           MOVE WS-NOT-ACKED-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ACKNOWLEDGED, NOT SENT:' TO TL-LABEL
           MOVE WS-NOT-SENT-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'DUPLICATE ACKNOWLEDGMENTS:' TO TL-LABEL
           MOVE WS-DUP-ACK-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'EXTRACT, OTHER PERIOD:' TO TL-LABEL
           MOVE WS-PX-OTHER-PPE-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ACK FILE, OTHER PERIOD:' TO TL-LABEL
           MOVE WS-ACK-OTHER-PPE-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

           COPY RUNCPOST.
