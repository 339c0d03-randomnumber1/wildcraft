      * P04AS30 - department merge and renumber.  Driven by SYSIN
      * cards, one per reorganisation: old code, new code, effective
      * date, trial/update switch and the operator the change is to
      * be credited to.  A new code already on DEPTMSTR is a merge;
      * one not yet on file is a renumber, and the new code is
      * created as a copy of the old department record.  For each
      * card the run
      *   - moves every employee (active or not) carried in the old
      *     code - at once when the effective date has arrived,
      *     writing the same EMPQ before/after record an online
      *     change writes; or, for a future date, by scheduling a
      *     pending XFERMSTR transfer P04AS15 applies on the day
      *     (inactive employees move at once whatever the date - a
      *     pending transfer for one is an exception to P04AS23);
      *   - repoints pending transfers into the old code at the new
      *     one, each with an EMPQ transfer-change (T) record;
      *   - retires the old department once nothing is left in it,
      *     repointing any sub-departments that reported to it.
      * Departments created, repointed and retired go on the REFQ
      * reference-data audit extract (REFAUD.CPY) as DEPTMNT's own
      * updates do, so P04AS31 prints them with the screen changes.
      * Trial mode (T) reads everything and prints what it would do
      * without touching a file; update mode (U) does it.  The
      * listing shows every employee, transfer and department the
      * card touched or would touch.  A bad card, or anything left
      * behind in the old code, ends the run RC 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS30.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT EMP-MASTER-FILE ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT XFER-PENDING-FILE ASSIGN TO XFERMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFR-KEY
               FILE STATUS IS WS-XFER-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT EMP-AUDIT-FILE ASSIGN TO EMPQOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT REF-AUDIT-FILE ASSIGN TO REFQOUT
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
      * Cols 1-4 old code, 6-9 new code, 11-18 effective date
      * (YYYYMMDD, blank for today), 20 T trial or U update, 22-29
      * operator credited on the audit trail (blank for P04AS30).
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD.
           05  CC-OLD-DEPT             PIC X(04).
           05  FILLER                  PIC X(01).
           05  CC-NEW-DEPT             PIC X(04).
           05  FILLER                  PIC X(01).
           05  CC-EFF-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-RUN-MODE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  CC-USER-ID              PIC X(08).
           05  FILLER                  PIC X(51).

       FD  EMP-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
           COPY EMPREC.

       FD  XFER-PENDING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY XFERREC.

       FD  DEPT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
           COPY DEPTREC.

       FD  EMP-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 168 CHARACTERS.
           COPY EMPAUD.

       FD  REF-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 230 CHARACTERS.
           COPY REFAUD.

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                  PIC X(132).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-CARD-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF              VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

       01  WS-EMP-STATUS            PIC X(02).
       01  WS-XFER-STATUS           PIC X(02).
       01  WS-DEPT-STATUS           PIC X(02).

       01  WS-RUN-TIMESTAMP.
           05  WS-RT-DATE              PIC X(08).
           05  WS-RT-TIME              PIC X(06).
           05  FILLER                  PIC X(07).

      * The card as edited.
       01  WS-OLD-DEPT              PIC X(04).
       01  WS-NEW-DEPT              PIC X(04).
       01  WS-EFF-DATE              PIC X(08).
       01  WS-CREDIT-USER-ID        PIC X(08).
       01  WS-CARD-ERROR            PIC X(40).

       01  WS-CARD-VALID-SW         PIC X(01).
           88  WS-CARD-VALID            VALUE 'Y'.
           88  WS-CARD-INVALID          VALUE 'N'.
       01  WS-RUN-MODE-SW           PIC X(01).
           88  WS-TRIAL-RUN             VALUE 'T'.
           88  WS-UPDATE-RUN            VALUE 'U'.
       01  WS-REORG-TYPE-SW         PIC X(01).
           88  WS-MERGE                 VALUE 'M'.
           88  WS-RENUMBER              VALUE 'R'.
      * An effective date after the run date is carried out through
      * pending transfers; on or before it, the employees move now.
       01  WS-TIMING-SW             PIC X(01).
           88  WS-MOVE-NOW              VALUE 'N'.
           88  WS-MOVE-LATER            VALUE 'L'.

      * The old department as it stood before the card - the pattern
      * for a renumbered code's new record.
       01  WS-OLD-DEPT-RECORD       PIC X(44).

      * Parent-chain walk for the loop check, as DEPTMNT makes it -
      * a merge target that reports up through the old department
      * would end up reporting to itself once the old department's
      * children are repointed at it.
       01  WS-CHAIN-CODE            PIC X(04).
       01  WS-CHAIN-DEPTH           PIC 9(03).
       01  WS-CHAIN-MAX             PIC 9(03) VALUE 50.
       01  WS-CHAIN-END-SW          PIC X(01).
           88  WS-CHAIN-END             VALUE 'Y'.
           88  WS-CHAIN-NOT-END         VALUE 'N'.

      * Scan of one employee's pending transfers before a future-
      * dated move is scheduled for them.
       01  WS-SCAN-EMP-ID           PIC X(06).
       01  WS-SCAN-FROM-DATE        PIC X(08).
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-SCAN-EOF              VALUE 'Y'.
           88  WS-SCAN-NOT-EOF          VALUE 'N'.
       01  WS-SCHEDULE-SW           PIC X(01).
           88  WS-CAN-SCHEDULE          VALUE 'Y'.
           88  WS-CANNOT-SCHEDULE       VALUE 'N'.
       01  WS-SAVE-XFER-RECORD      PIC X(50).

       01  WS-EMP-BEFORE-IMAGE      PIC X(64).
       01  WS-XFER-BEFORE-IMAGE     PIC X(50).
       01  WS-DEPT-BEFORE-IMAGE     PIC X(44).
       01  WS-RA-FUNCTION           PIC X(01).
       01  WS-ACTION                PIC X(40).

       01  WS-CARD-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-CARD-REJECT-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-RUN-CHANGE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-RUN-LEFT-COUNT        PIC 9(07) VALUE ZERO.

       01  WS-EMP-MOVED-COUNT       PIC 9(07).
       01  WS-EMP-SCHED-COUNT       PIC 9(07).
       01  WS-EMP-LEFT-COUNT        PIC 9(07).
       01  WS-XFER-REPOINT-COUNT    PIC 9(07).
       01  WS-XFER-LEFT-COUNT       PIC 9(07).
       01  WS-SUBDEPT-COUNT         PIC 9(07).

       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'DEPARTMENT MERGE AND RENUMBER'.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  HL2-RUN-DATE         PIC X(08).

       01  WS-CARD-LINE.
           05  FILLER               PIC X(10) VALUE 'CARD: OLD '.
           05  CL-OLD-DEPT          PIC X(04).
           05  FILLER               PIC X(06) VALUE '  NEW '.
           05  CL-NEW-DEPT          PIC X(04).
           05  FILLER               PIC X(12) VALUE '  EFFECTIVE '.
           05  CL-EFF-DATE          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CL-MODE-DESC         PIC X(06).
           05  FILLER               PIC X(13) VALUE
               '  CREDITED TO'.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CL-USER-ID           PIC X(08).

       01  WS-CARD-TYPE-LINE.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  CT-DESC              PIC X(60).

       01  WS-DTL-LINE.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  DL-KIND              PIC X(10).
           05  DL-KEY               PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-DESC              PIC X(36).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-FROM              PIC X(08).
           05  FILLER               PIC X(04) VALUE ' -> '.
           05  DL-TO                PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-ACTION            PIC X(40).

       01  WS-CARD-TOT-LINE-1.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE
               'EMPLOYEES MOVED:  '.
           05  CT1-MOVED            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE
               '  SCHEDULED:  '.
           05  CT1-SCHED            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE
               '  LEFT BEHIND:'.
           05  CT1-LEFT             PIC ZZZ,ZZ9.

       01  WS-CARD-TOT-LINE-2.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE
               'TRANSFERS REPOINT:'.
           05  CT2-REPOINT          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE
               '  LEFT BEHIND:'.
           05  CT2-LEFT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE
               '  SUB-DEPTS:  '.
           05  CT2-SUBDEPT          PIC ZZZ,ZZ9.

       01  WS-RUN-TOT-LINE.
           05  FILLER               PIC X(14) VALUE
               'CARDS READ:   '.
           05  RT-CARDS             PIC ZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE
               '  REJECTED:   '.
           05  RT-REJECTED          PIC ZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE
               '  CHANGES:    '.
           05  RT-CHANGES           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE
               '  LEFT BEHIND:'.
           05  RT-LEFT              PIC ZZZ,ZZ9.

           COPY RUNCWORK.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE 'P04AS30' TO WS-RUN-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM OPEN-FILES
           PERFORM PRINT-REPORT-HEADING
           PERFORM UNTIL WS-CARD-EOF
               READ CONTROL-CARD-FILE
                   AT END
                       SET WS-CARD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM PROCESS-ONE-CARD
               END-READ
           END-PERFORM
           PERFORM PRINT-RUN-TOTALS
           PERFORM CLOSE-FILES
           DISPLAY 'P04AS30 - CARDS READ:          ' WS-CARD-COUNT
           DISPLAY 'P04AS30 - CARDS REJECTED:      '
               WS-CARD-REJECT-COUNT
           DISPLAY 'P04AS30 - CHANGES (OR TRIAL):  '
               WS-RUN-CHANGE-COUNT
           DISPLAY 'P04AS30 - LEFT IN OLD CODES:   ' WS-RUN-LEFT-COUNT
           MOVE WS-CARD-COUNT TO WS-RUN-READ-COUNT
           COMPUTE WS-RUN-REJECT-COUNT =
               WS-CARD-REJECT-COUNT + WS-RUN-LEFT-COUNT
           IF WS-RUN-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM POST-RUN-CONTROL
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT CONTROL-CARD-FILE
           OPEN I-O EMP-MASTER-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'P04AS30 - EMPMSTR OPEN FAILED, STATUS '
                   WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN I-O XFER-PENDING-FILE
           IF WS-XFER-STATUS NOT = '00'
               DISPLAY 'P04AS30 - XFERMSTR OPEN FAILED, STATUS '
                   WS-XFER-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN I-O DEPT-MASTER-FILE
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'P04AS30 - DEPTMSTR OPEN FAILED, STATUS '
                   WS-DEPT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
      * The audit extracts accumulate across the month like the
      * online EMPQ and REFQ extracts (the month-end archive clears
      * them), so every run appends to them.
           OPEN EXTEND EMP-AUDIT-FILE
           OPEN EXTEND REF-AUDIT-FILE
           OPEN OUTPUT PRINT-FILE.

       CLOSE-FILES.
           CLOSE CONTROL-CARD-FILE
           CLOSE EMP-MASTER-FILE
           CLOSE XFER-PENDING-FILE
           CLOSE DEPT-MASTER-FILE
           CLOSE EMP-AUDIT-FILE
           CLOSE REF-AUDIT-FILE
           CLOSE PRINT-FILE.

      * Each card stands alone - cards run in the order given, so a
      * two-step reorg (A into B, then B renumbered C) is two cards.
       PROCESS-ONE-CARD.
           MOVE ZERO TO WS-EMP-MOVED-COUNT
           MOVE ZERO TO WS-EMP-SCHED-COUNT
           MOVE ZERO TO WS-EMP-LEFT-COUNT
           MOVE ZERO TO WS-XFER-REPOINT-COUNT
           MOVE ZERO TO WS-XFER-LEFT-COUNT
           MOVE ZERO TO WS-SUBDEPT-COUNT
           PERFORM EDIT-CONTROL-CARD
           PERFORM PRINT-CARD-HEADING
           IF WS-CARD-INVALID
               PERFORM PRINT-CARD-REJECTED
           ELSE
               PERFORM SET-UP-NEW-DEPT
               IF WS-CARD-INVALID
                   PERFORM PRINT-CARD-REJECTED
               ELSE
                   PERFORM MOVE-DEPT-EMPLOYEES
                   PERFORM REPOINT-PENDING-TRANSFERS
                   PERFORM RETIRE-OLD-DEPT
                   PERFORM PRINT-CARD-TOTALS
               END-IF
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-CARD-REJECTED.
           ADD 1 TO WS-CARD-REJECT-COUNT
           MOVE SPACES TO CT-DESC
           STRING 'CARD REJECTED - ' DELIMITED BY SIZE
                  WS-CARD-ERROR DELIMITED BY SIZE
               INTO CT-DESC
           MOVE SPACES TO PRINT-LINE
           MOVE WS-CARD-TYPE-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       EDIT-CONTROL-CARD.
           SET WS-CARD-VALID TO TRUE
           MOVE SPACES TO WS-CARD-ERROR
           MOVE CC-OLD-DEPT TO WS-OLD-DEPT
           MOVE CC-NEW-DEPT TO WS-NEW-DEPT
           MOVE CC-RUN-MODE TO WS-RUN-MODE-SW
           IF CC-EFF-DATE = SPACES
               MOVE WS-RT-DATE TO WS-EFF-DATE
           ELSE
               MOVE CC-EFF-DATE TO WS-EFF-DATE
           END-IF
           IF CC-USER-ID = SPACES
               MOVE 'P04AS30' TO WS-CREDIT-USER-ID
           ELSE
               MOVE CC-USER-ID TO WS-CREDIT-USER-ID
           END-IF
           IF WS-EFF-DATE > WS-RT-DATE
               SET WS-MOVE-LATER TO TRUE
           ELSE
               SET WS-MOVE-NOW TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-OLD-DEPT = SPACES OR WS-NEW-DEPT = SPACES
                   SET WS-CARD-INVALID TO TRUE
                   MOVE 'OLD AND NEW CODES ARE BOTH REQUIRED'
                       TO WS-CARD-ERROR
               WHEN WS-OLD-DEPT = WS-NEW-DEPT
                   SET WS-CARD-INVALID TO TRUE
                   MOVE 'OLD AND NEW CODES ARE THE SAME'
                       TO WS-CARD-ERROR
               WHEN WS-EFF-DATE IS NOT NUMERIC
                   SET WS-CARD-INVALID TO TRUE
                   MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD OR BLANK'
                       TO WS-CARD-ERROR
               WHEN NOT WS-TRIAL-RUN AND NOT WS-UPDATE-RUN
                   SET WS-CARD-INVALID TO TRUE
                   MOVE 'MODE MUST BE T (TRIAL) OR U (UPDATE)'
                       TO WS-CARD-ERROR
               WHEN OTHER
                   PERFORM CHECK-CARD-DEPARTMENTS
           END-EVALUATE.

       CHECK-CARD-DEPARTMENTS.
           MOVE WS-OLD-DEPT TO DEPT-CODE
           READ DEPT-MASTER-FILE
               INVALID KEY
                   SET WS-CARD-INVALID TO TRUE
                   MOVE 'OLD DEPARTMENT NOT ON FILE' TO WS-CARD-ERROR
               NOT INVALID KEY
                   MOVE DEPARTMENT-RECORD TO WS-OLD-DEPT-RECORD
           END-READ
           IF WS-CARD-VALID
               MOVE WS-NEW-DEPT TO DEPT-CODE
               READ DEPT-MASTER-FILE
                   INVALID KEY
                       SET WS-RENUMBER TO TRUE
                   NOT INVALID KEY
                       SET WS-MERGE TO TRUE
                       PERFORM CHECK-PARENT-CHAIN
               END-READ
           END-IF.

      * Walk up from the merge target.  Meeting the old department
      * on the way refuses the card, and so does a walk that runs
      * past WS-CHAIN-MAX - the parents above the target already
      * loop on file.  An ancestor that has gone missing ends the
      * walk - that is the orphan sweep's problem.
       CHECK-PARENT-CHAIN.
           MOVE DEPT-PARENT TO WS-CHAIN-CODE
           MOVE ZERO TO WS-CHAIN-DEPTH
           SET WS-CHAIN-NOT-END TO TRUE
           IF WS-CHAIN-CODE = SPACES
               SET WS-CHAIN-END TO TRUE
           END-IF
           PERFORM UNTIL WS-CHAIN-END OR WS-CARD-INVALID
               IF WS-CHAIN-CODE = WS-OLD-DEPT
                   SET WS-CARD-INVALID TO TRUE
                   MOVE 'NEW DEPARTMENT REPORTS UP THROUGH THE OLD'
                       TO WS-CARD-ERROR
               ELSE
                   IF WS-CHAIN-DEPTH > WS-CHAIN-MAX
                       SET WS-CARD-INVALID TO TRUE
                       MOVE 'PARENT CHAIN OF NEW DEPARTMENT LOOPS'
                           TO WS-CARD-ERROR
                   ELSE
                       MOVE WS-CHAIN-CODE TO DEPT-CODE
                       READ DEPT-MASTER-FILE
                           INVALID KEY
                               SET WS-CHAIN-END TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CHAIN-DEPTH
                               MOVE DEPT-PARENT TO WS-CHAIN-CODE
                               IF WS-CHAIN-CODE = SPACES
                                   SET WS-CHAIN-END TO TRUE
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

      * A renumbered code starts as a copy of the old department -
      * description, parent and manager carried over - so scheduled
      * transfers and P04AS16 find it on file from tonight.  If it
      * cannot be written nothing else on the card is done - every
      * move would land in a code DEPTMSTR does not carry.
       SET-UP-NEW-DEPT.
           IF WS-RENUMBER
               MOVE WS-OLD-DEPT-RECORD TO DEPARTMENT-RECORD
               MOVE WS-NEW-DEPT TO DEPT-CODE
               IF WS-UPDATE-RUN
                   WRITE DEPARTMENT-RECORD
                       INVALID KEY
                           MOVE 'NOT CREATED - WRITE FAILED'
                               TO WS-ACTION
                           SET WS-CARD-INVALID TO TRUE
                           MOVE 'NEW DEPARTMENT COULD NOT BE CREATED'
                               TO WS-CARD-ERROR
                       NOT INVALID KEY
                           MOVE 'CREATED' TO WS-ACTION
                           MOVE SPACES TO WS-DEPT-BEFORE-IMAGE
                           MOVE 'A' TO WS-RA-FUNCTION
                           PERFORM LOG-DEPARTMENT-AUDIT
                   END-WRITE
               ELSE
                   MOVE 'WOULD BE CREATED' TO WS-ACTION
                   ADD 1 TO WS-RUN-CHANGE-COUNT
               END-IF
               MOVE 'DEPARTMENT' TO DL-KIND
               MOVE WS-NEW-DEPT TO DL-KEY
               MOVE DEPT-DESC TO DL-DESC
               MOVE WS-OLD-DEPT TO DL-FROM
               MOVE WS-NEW-DEPT TO DL-TO
               PERFORM PRINT-DETAIL-LINE
           END-IF.

      * Every employee carried in the old code, inactive ones too -
      * a stray left on an inactive record is exactly what P04AS16
      * used to find after a reorg keyed by hand.  An inactive one
      * moves at once even on a future-dated card: P04AS23 reports a
      * pending transfer for an inactive employee every night.
       MOVE-DEPT-EMPLOYEES.
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO EMP-ID
           START EMP-MASTER-FILE
               KEY NOT LESS THAN EMP-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM MOVE-NEXT-EMPLOYEE
               UNTIL WS-EOF.

       MOVE-NEXT-EMPLOYEE.
           READ EMP-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF EMP-DEPT = WS-OLD-DEPT
                       IF WS-MOVE-NOW OR EMP-INACTIVE
                           PERFORM MOVE-ONE-EMPLOYEE
                       ELSE
                           PERFORM SCHEDULE-ONE-EMPLOYEE
                       END-IF
                   END-IF
           END-READ.

       MOVE-ONE-EMPLOYEE.
           MOVE 'EMPLOYEE' TO DL-KIND
           MOVE EMP-ID TO DL-KEY
           PERFORM FORMAT-EMPLOYEE-NAME
           MOVE WS-OLD-DEPT TO DL-FROM
           MOVE WS-NEW-DEPT TO DL-TO
           IF WS-UPDATE-RUN
               MOVE EMPLOYEE-RECORD TO WS-EMP-BEFORE-IMAGE
               MOVE WS-NEW-DEPT TO EMP-DEPT
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE 'NOT MOVED - REWRITE FAILED' TO WS-ACTION
                       ADD 1 TO WS-EMP-LEFT-COUNT
                   NOT INVALID KEY
                       PERFORM LOG-EMPLOYEE-AUDIT
                       MOVE 'MOVED' TO WS-ACTION
                       ADD 1 TO WS-EMP-MOVED-COUNT
               END-REWRITE
           ELSE
               MOVE 'WOULD MOVE' TO WS-ACTION
               ADD 1 TO WS-EMP-MOVED-COUNT
               ADD 1 TO WS-RUN-CHANGE-COUNT
           END-IF
           PERFORM PRINT-DETAIL-LINE.

      * A future-dated move goes on the pending file for P04AS15 to
      * apply on the day - unless the employee already has a move
      * pending that day, or is leaving the old code for somewhere
      * else before then, where a merge transfer would undo it.
       SCHEDULE-ONE-EMPLOYEE.
           MOVE 'EMPLOYEE' TO DL-KIND
           MOVE EMP-ID TO DL-KEY
           PERFORM FORMAT-EMPLOYEE-NAME
           MOVE WS-OLD-DEPT TO DL-FROM
           MOVE WS-NEW-DEPT TO DL-TO
           MOVE EMP-ID TO WS-SCAN-EMP-ID
           MOVE LOW-VALUES TO WS-SCAN-FROM-DATE
           PERFORM CHECK-EMPLOYEE-PENDING
           IF WS-CANNOT-SCHEDULE
               ADD 1 TO WS-EMP-LEFT-COUNT
           ELSE
               MOVE WS-SCAN-EMP-ID TO XFR-EMP-ID
               PERFORM WRITE-MERGE-TRANSFER
               IF WS-CAN-SCHEDULE
                   ADD 1 TO WS-EMP-SCHED-COUNT
               ELSE
                   ADD 1 TO WS-EMP-LEFT-COUNT
               END-IF
           END-IF
           PERFORM PRINT-DETAIL-LINE.

       CHECK-EMPLOYEE-PENDING.
           SET WS-CAN-SCHEDULE TO TRUE
           SET WS-SCAN-NOT-EOF TO TRUE
           MOVE WS-SCAN-EMP-ID TO XFR-EMP-ID
           MOVE LOW-VALUES TO XFR-EFF-DATE
           START XFER-PENDING-FILE
               KEY NOT LESS THAN XFR-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM CHECK-NEXT-PENDING
               UNTIL WS-SCAN-EOF OR WS-CANNOT-SCHEDULE.

       CHECK-NEXT-PENDING.
           READ XFER-PENDING-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN XFR-EMP-ID NOT = WS-SCAN-EMP-ID
                           SET WS-SCAN-EOF TO TRUE
                       WHEN XFR-EFF-DATE = WS-EFF-DATE
                           SET WS-CANNOT-SCHEDULE TO TRUE
                           MOVE 'NOT SCHEDULED - MOVE ALREADY PENDING'
                               TO WS-ACTION
                       WHEN XFR-EFF-DATE < WS-EFF-DATE
                        AND XFR-EFF-DATE > WS-SCAN-FROM-DATE
                        AND XFR-NEW-DEPT NOT = WS-OLD-DEPT
                           SET WS-CANNOT-SCHEDULE TO TRUE
                           MOVE SPACES TO WS-ACTION
                           STRING 'NOT SCHEDULED - LEAVING FOR '
                                      DELIMITED BY SIZE
                                  XFR-NEW-DEPT DELIMITED BY SIZE
                                  ' ON ' DELIMITED BY SIZE
                                  XFR-EFF-DATE DELIMITED BY SIZE
                               INTO WS-ACTION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * XFR-EMP-ID is set by the caller.  Credited to the operator on
      * the card; the terminal is the batch marker P04AS15 uses.
       WRITE-MERGE-TRANSFER.
           MOVE XFR-EMP-ID TO WS-SCAN-EMP-ID
           MOVE SPACES TO TRANSFER-RECORD
           MOVE WS-SCAN-EMP-ID TO XFR-EMP-ID
           MOVE WS-EFF-DATE TO XFR-EFF-DATE
           MOVE WS-NEW-DEPT TO XFR-NEW-DEPT
           MOVE WS-CREDIT-USER-ID TO XFR-USER-ID
           MOVE 'BTCH' TO XFR-TERM-ID
           MOVE WS-RT-DATE TO XFR-KEYED-DATE
           IF WS-UPDATE-RUN
               WRITE TRANSFER-RECORD
                   INVALID KEY
                       SET WS-CANNOT-SCHEDULE TO TRUE
                       MOVE 'NOT SCHEDULED - MOVE ALREADY PENDING'
                           TO WS-ACTION
                   NOT INVALID KEY
                       MOVE SPACES TO WS-ACTION
                       STRING 'SCHEDULED FOR ' DELIMITED BY SIZE
                              WS-EFF-DATE DELIMITED BY SIZE
                           INTO WS-ACTION
                       ADD 1 TO WS-RUN-CHANGE-COUNT
               END-WRITE
           ELSE
               MOVE SPACES TO WS-ACTION
               STRING 'WOULD BE SCHEDULED FOR ' DELIMITED BY SIZE
                      WS-EFF-DATE DELIMITED BY SIZE
                   INTO WS-ACTION
               ADD 1 TO WS-RUN-CHANGE-COUNT
           END-IF.

      * The same shape EMPMAINT's LOG-EMP-CHANGE writes, so P04AS08
      * prints a merge move exactly like an online change.
       LOG-EMPLOYEE-AUDIT.
           MOVE SPACES TO EMP-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RT-DATE TO EA-DATE
           MOVE WS-RT-TIME TO EA-TIME
           MOVE 'BTCH' TO EA-TERM-ID
           MOVE WS-CREDIT-USER-ID TO EA-USER-ID
           MOVE 'C' TO EA-FUNCTION
           MOVE EMP-ID TO EA-EMP-ID
           MOVE WS-EMP-BEFORE-IMAGE TO EA-BEFORE-IMAGE
           MOVE EMPLOYEE-RECORD TO EA-AFTER-IMAGE
           WRITE EMP-AUDIT-RECORD
           ADD 1 TO WS-RUN-CHANGE-COUNT.

      * Pending transfers into the old code are pointed at the new
      * one.  On a future-dated merge a transfer landing in the old
      * code before the merge date is left to land there, and the
      * employee gets a follow-on move to the new code on the merge
      * date, the same as the employees already in it.
       REPOINT-PENDING-TRANSFERS.
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO XFR-KEY
           START XFER-PENDING-FILE
               KEY NOT LESS THAN XFR-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM REPOINT-NEXT-TRANSFER
               UNTIL WS-EOF.

       REPOINT-NEXT-TRANSFER.
           READ XFER-PENDING-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF XFR-NEW-DEPT = WS-OLD-DEPT
                       IF WS-MOVE-LATER
                          AND XFR-EFF-DATE < WS-EFF-DATE
                           PERFORM SCHEDULE-FOLLOW-ON
                       ELSE
                           PERFORM REPOINT-ONE-TRANSFER
                       END-IF
                   END-IF
           END-READ.

       REPOINT-ONE-TRANSFER.
           MOVE 'TRANSFER' TO DL-KIND
           MOVE XFR-EMP-ID TO DL-KEY
           MOVE SPACES TO DL-DESC
           STRING 'EFFECTIVE ' DELIMITED BY SIZE
                  XFR-EFF-DATE DELIMITED BY SIZE
               INTO DL-DESC
           MOVE WS-OLD-DEPT TO DL-FROM
           MOVE WS-NEW-DEPT TO DL-TO
           IF WS-UPDATE-RUN
               MOVE TRANSFER-RECORD TO WS-XFER-BEFORE-IMAGE
               MOVE WS-NEW-DEPT TO XFR-NEW-DEPT
               REWRITE TRANSFER-RECORD
                   INVALID KEY
                       MOVE 'NOT REPOINTED - REWRITE FAILED'
                           TO WS-ACTION
                       ADD 1 TO WS-XFER-LEFT-COUNT
                   NOT INVALID KEY
                       PERFORM LOG-TRANSFER-AUDIT
                       MOVE 'REPOINTED' TO WS-ACTION
                       ADD 1 TO WS-XFER-REPOINT-COUNT
               END-REWRITE
           ELSE
               MOVE 'WOULD BE REPOINTED' TO WS-ACTION
               ADD 1 TO WS-XFER-REPOINT-COUNT
               ADD 1 TO WS-RUN-CHANGE-COUNT
           END-IF
           PERFORM PRINT-DETAIL-LINE.

      * The follow-on is checked and written while the pending file
      * is being read through - the check is the same one an
      * employee already in the old code gets, counted from the day
      * this transfer lands them there.  The record in hand is put
      * back and the read-through repositioned just past it.
       SCHEDULE-FOLLOW-ON.
           MOVE TRANSFER-RECORD TO WS-SAVE-XFER-RECORD
           MOVE 'TRANSFER' TO DL-KIND
           MOVE XFR-EMP-ID TO DL-KEY
           MOVE SPACES TO DL-DESC
           STRING 'INTO OLD CODE ' DELIMITED BY SIZE
                  XFR-EFF-DATE DELIMITED BY SIZE
               INTO DL-DESC
           MOVE WS-OLD-DEPT TO DL-FROM
           MOVE WS-NEW-DEPT TO DL-TO
           MOVE XFR-EMP-ID TO WS-SCAN-EMP-ID
           MOVE XFR-EFF-DATE TO WS-SCAN-FROM-DATE
           PERFORM CHECK-EMPLOYEE-PENDING
           IF WS-CAN-SCHEDULE
               MOVE WS-SCAN-EMP-ID TO XFR-EMP-ID
               PERFORM WRITE-MERGE-TRANSFER
           END-IF
           IF WS-CAN-SCHEDULE
               MOVE SPACES TO WS-ACTION
               IF WS-UPDATE-RUN
                   STRING 'FOLLOW-ON SCHEDULED FOR ' DELIMITED BY SIZE
                          WS-EFF-DATE DELIMITED BY SIZE
                       INTO WS-ACTION
               ELSE
                   STRING 'FOLLOW-ON WOULD BE SCHEDULED '
                              DELIMITED BY SIZE
                          WS-EFF-DATE DELIMITED BY SIZE
                       INTO WS-ACTION
               END-IF
               ADD 1 TO WS-XFER-REPOINT-COUNT
           ELSE
               ADD 1 TO WS-XFER-LEFT-COUNT
           END-IF
           MOVE WS-SAVE-XFER-RECORD TO TRANSFER-RECORD
           PERFORM PRINT-DETAIL-LINE
           START XFER-PENDING-FILE
               KEY GREATER THAN XFR-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

      * The same shape XFERMNT's LOG-XFER-CHANGE writes for a changed
      * transfer - XFERREC images before and after.
       LOG-TRANSFER-AUDIT.
           MOVE SPACES TO EMP-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RT-DATE TO EA-DATE
           MOVE WS-RT-TIME TO EA-TIME
           MOVE 'BTCH' TO EA-TERM-ID
           MOVE WS-CREDIT-USER-ID TO EA-USER-ID
           MOVE 'T' TO EA-FUNCTION
           MOVE XFR-EMP-ID TO EA-EMP-ID
           MOVE WS-XFER-BEFORE-IMAGE TO EA-BEFORE-IMAGE
           MOVE TRANSFER-RECORD TO EA-AFTER-IMAGE
           WRITE EMP-AUDIT-RECORD
           ADD 1 TO WS-RUN-CHANGE-COUNT.

      * The old code only comes off DEPTMSTR once nothing is left in
      * it.  A future-dated merge still has its employees until the
      * day, so the old code stays - rerun the card on or after the
      * effective date, once P04AS15 has applied the moves, and it
      * retires then.
       RETIRE-OLD-DEPT.
           MOVE 'DEPARTMENT' TO DL-KIND
           MOVE WS-OLD-DEPT TO DL-KEY
           MOVE WS-OLD-DEPT-RECORD (5:30) TO DL-DESC
           MOVE WS-OLD-DEPT TO DL-FROM
           MOVE SPACES TO DL-TO
           EVALUATE TRUE
               WHEN WS-MOVE-LATER
                   MOVE 'KEPT UNTIL THE EFFECTIVE DATE - RERUN THEN'
                       TO WS-ACTION
                   PERFORM PRINT-DETAIL-LINE
               WHEN WS-EMP-LEFT-COUNT > 0 OR WS-XFER-LEFT-COUNT > 0
                   MOVE 'KEPT - EMPLOYEES OR TRANSFERS LEFT IN IT'
                       TO WS-ACTION
                   PERFORM PRINT-DETAIL-LINE
               WHEN OTHER
                   PERFORM REPOINT-SUB-DEPARTMENTS
                   PERFORM DELETE-OLD-DEPT
           END-EVALUATE.

       REPOINT-SUB-DEPARTMENTS.
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO DEPT-CODE
           START DEPT-MASTER-FILE
               KEY NOT LESS THAN DEPT-CODE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM REPOINT-NEXT-SUB-DEPT
               UNTIL WS-EOF.

       REPOINT-NEXT-SUB-DEPT.
           READ DEPT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DEPT-PARENT = WS-OLD-DEPT
                       MOVE 'SUB-DEPT' TO DL-KIND
                       MOVE DEPT-CODE TO DL-KEY
                       MOVE DEPT-DESC TO DL-DESC
                       MOVE WS-OLD-DEPT TO DL-FROM
                       MOVE WS-NEW-DEPT TO DL-TO
                       IF WS-UPDATE-RUN
                           MOVE DEPARTMENT-RECORD
                               TO WS-DEPT-BEFORE-IMAGE
                           MOVE WS-NEW-DEPT TO DEPT-PARENT
                           REWRITE DEPARTMENT-RECORD
                               INVALID KEY
                                   MOVE 'PARENT NOT CHANGED'
                                       TO WS-ACTION
                               NOT INVALID KEY
                                   MOVE 'NOW REPORTS TO NEW CODE'
                                       TO WS-ACTION
                                   ADD 1 TO WS-SUBDEPT-COUNT
                                   MOVE 'C' TO WS-RA-FUNCTION
                                   PERFORM LOG-DEPARTMENT-AUDIT
                           END-REWRITE
                       ELSE
                           MOVE 'WOULD REPORT TO NEW CODE'
                               TO WS-ACTION
                           ADD 1 TO WS-SUBDEPT-COUNT
                           ADD 1 TO WS-RUN-CHANGE-COUNT
                       END-IF
                       PERFORM PRINT-DETAIL-LINE
                   END-IF
           END-READ.

       DELETE-OLD-DEPT.
           MOVE 'DEPARTMENT' TO DL-KIND
           MOVE WS-OLD-DEPT TO DL-KEY
           MOVE WS-OLD-DEPT-RECORD (5:30) TO DL-DESC
           MOVE WS-OLD-DEPT TO DL-FROM
           MOVE SPACES TO DL-TO
           IF WS-UPDATE-RUN
               MOVE WS-OLD-DEPT TO DEPT-CODE
               DELETE DEPT-MASTER-FILE
                   INVALID KEY
                       MOVE 'NOT RETIRED - DELETE FAILED' TO WS-ACTION
                   NOT INVALID KEY
                       MOVE 'RETIRED' TO WS-ACTION
                       MOVE WS-OLD-DEPT-RECORD TO WS-DEPT-BEFORE-IMAGE
                       MOVE 'D' TO WS-RA-FUNCTION
                       PERFORM LOG-DEPARTMENT-AUDIT
               END-DELETE
           ELSE
               MOVE 'WOULD BE RETIRED' TO WS-ACTION
               ADD 1 TO WS-RUN-CHANGE-COUNT
           END-IF
           PERFORM PRINT-DETAIL-LINE.

      * The same shape DEPTMNT's LOG-DEPT-CHANGE writes, so P04AS31
      * prints a department the merge created, repointed or retired
      * exactly like one changed on the screen.  A retirement
      * carries spaces for the after image.
       LOG-DEPARTMENT-AUDIT.
           MOVE SPACES TO REF-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RT-DATE TO RA-DATE
           MOVE WS-RT-TIME TO RA-TIME
           MOVE 'BTCH' TO RA-TERM-ID
           MOVE WS-CREDIT-USER-ID TO RA-USER-ID
           MOVE 'DEPTMSTR' TO RA-FILE-ID
           MOVE WS-RA-FUNCTION TO RA-FUNCTION
           MOVE DEPT-CODE TO RA-KEY
           MOVE WS-DEPT-BEFORE-IMAGE TO RA-BEFORE-IMAGE
           IF NOT RA-DELETE
               MOVE DEPARTMENT-RECORD TO RA-AFTER-IMAGE
           END-IF
           WRITE REF-AUDIT-RECORD
           ADD 1 TO WS-RUN-CHANGE-COUNT.

       FORMAT-EMPLOYEE-NAME.
           MOVE SPACES TO DL-DESC
           STRING EMP-LAST-NAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMP-FIRST-NAME DELIMITED BY '  '
               INTO DL-DESC.

       PRINT-DETAIL-LINE.
           MOVE WS-ACTION TO DL-ACTION
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DTL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-HDG-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-RT-DATE TO HL2-RUN-DATE
           MOVE WS-HDG-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-CARD-HEADING.
           MOVE CC-OLD-DEPT TO CL-OLD-DEPT
           MOVE CC-NEW-DEPT TO CL-NEW-DEPT
           MOVE WS-EFF-DATE TO CL-EFF-DATE
           MOVE WS-CREDIT-USER-ID TO CL-USER-ID
           EVALUATE TRUE
               WHEN WS-TRIAL-RUN
                   MOVE 'TRIAL ' TO CL-MODE-DESC
               WHEN WS-UPDATE-RUN
                   MOVE 'UPDATE' TO CL-MODE-DESC
               WHEN OTHER
                   MOVE CC-RUN-MODE TO CL-MODE-DESC
           END-EVALUATE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-CARD-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-CARD-VALID
               IF WS-MERGE
                   MOVE 'MERGE INTO A DEPARTMENT ALREADY ON FILE'
                       TO CT-DESC
               ELSE
                   MOVE 'RENUMBER - THE NEW CODE IS CREATED'
                       TO CT-DESC
               END-IF
               IF WS-MOVE-LATER
                   MOVE SPACES TO CT-DESC (41:20)
                   MOVE '- FUTURE-DATED' TO CT-DESC (42:19)
               END-IF
               MOVE SPACES TO PRINT-LINE
               MOVE WS-CARD-TYPE-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       PRINT-CARD-TOTALS.
           ADD WS-EMP-LEFT-COUNT TO WS-RUN-LEFT-COUNT
           ADD WS-XFER-LEFT-COUNT TO WS-RUN-LEFT-COUNT
           MOVE WS-EMP-MOVED-COUNT TO CT1-MOVED
           MOVE WS-EMP-SCHED-COUNT TO CT1-SCHED
           MOVE WS-EMP-LEFT-COUNT TO CT1-LEFT
           MOVE SPACES TO PRINT-LINE
           MOVE WS-CARD-TOT-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-XFER-REPOINT-COUNT TO CT2-REPOINT
           MOVE WS-XFER-LEFT-COUNT TO CT2-LEFT
           MOVE WS-SUBDEPT-COUNT TO CT2-SUBDEPT
           MOVE SPACES TO PRINT-LINE
           MOVE WS-CARD-TOT-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-CARD-COUNT TO RT-CARDS
           MOVE WS-CARD-REJECT-COUNT TO RT-REJECTED
           MOVE WS-RUN-CHANGE-COUNT TO RT-CHANGES
           MOVE WS-RUN-LEFT-COUNT TO RT-LEFT
           MOVE WS-RUN-TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

           COPY RUNCPOST.
