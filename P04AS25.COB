      * P04AS25 - operator access recertification and dormant-
      * account lockout.  Loads the MENUMSTR option list, then reads
      * every operator on OPERMSTR and prints their authority level,
      * lock status, last sign-on (date and terminal, as SIGNON
      * stamps it), days idle, password age, and the menu options
      * that level reaches - the same MENU-AUTH test P04AS02 applies
      * at the menu - so the quarterly access review is read off
      * one listing instead of built from OPERMNT inquiries.
      * Days idle count from the latest of the last sign-on, the
      * last approved unlock and the date the password was set, so
      * an operator just added or reinstated is not idle from the
      * day they were first created.  An operator idle longer than
      * the limit on the SYSIN card is locked here (lock reason
      * dormant) and listed again in its own section; getting back
      * in takes the same OPERMNT unlock and OPERAPPR approval as a
      * password lockout.  A zero or blank limit prints the review
      * without locking anyone.  RC=4 when anyone was locked.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS25.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPER-MASTER-FILE ASSIGN TO OPERMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT MENU-MASTER-FILE ASSIGN TO MENUMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MENU-CODE
               FILE STATUS IS WS-MENU-STATUS.
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
           05  CC-DORMANT-DAYS         PIC X(03).
           05  FILLER                  PIC X(77).

       FD  OPER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
           COPY OPERREC.

       FD  MENU-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY MENUREC.

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                  PIC X(132).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

       01  WS-OPER-STATUS           PIC X(02).
       01  WS-MENU-STATUS           PIC X(02).

       01  WS-DORMANT-DAYS          PIC 9(03) VALUE ZERO.
       01  WS-LOCKING-SW            PIC X(01) VALUE 'N'.
           88  WS-LOCKING-ON            VALUE 'Y'.
           88  WS-LOCKING-OFF           VALUE 'N'.

       01  WS-OPER-READ-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-ALREADY-LOCKED-COUNT  PIC 9(07) VALUE ZERO.
       01  WS-DORMANT-LOCK-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-LOCK-FAIL-COUNT       PIC 9(07) VALUE ZERO.

      * The option list loaded front-to-back from MENUMSTR at the
      * start of the run, as P04AS06 loads it.
       01  WS-OPT-MAX               PIC 9(03) VALUE 50.
       01  WS-OPT-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-OPT-SUB               PIC S9(04) COMP.
       01  WS-OPT-TABLE.
           05  WS-OPT-ROW OCCURS 50 TIMES.
               10  WS-OPT-CODE      PIC X(02).
               10  WS-OPT-DESC      PIC X(30).
               10  WS-OPT-PGM       PIC X(08).
               10  WS-OPT-AUTH      PIC X(02).

      * Date arithmetic for days idle and password age.
       01  WS-RUN-DATE              PIC X(08).
       01  WS-RUN-DATE-NUM          PIC 9(08).
       01  WS-BASE-DATE             PIC X(08).
       01  WS-DATE-NUM              PIC 9(08).
       01  WS-IDLE-DAYS             PIC S9(05) COMP.
       01  WS-PSWD-AGE-DAYS         PIC S9(05) COMP.
       01  WS-IDLE-KNOWN-SW         PIC X(01).
           88  WS-IDLE-KNOWN            VALUE 'Y'.
           88  WS-IDLE-UNKNOWN          VALUE 'N'.
       01  WS-AUTH-LEVEL            PIC 9(02).
       01  WS-OPT-POS               PIC 9(03).

      * Operators locked on this run, listed again at the end so
      * the locks can be read without scanning the whole review.
       01  WS-LOCKED-TABLE-MAX      PIC 9(03) VALUE 200.
       01  WS-LOCKED-ROWS           PIC 9(03) VALUE ZERO.
       01  WS-LOCKED-SUB            PIC 9(03).
       01  WS-LOCKED-TABLE.
           05  WS-LOCKED-ROW OCCURS 200 TIMES.
               10  LR-OPER-ID       PIC X(08).
               10  LR-LAST-SGN-DATE PIC X(08).
               10  LR-LAST-SGN-TERM PIC X(04).
               10  LR-IDLE-DAYS     PIC 9(05).

       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(45) VALUE
               'OPERATOR ACCESS RECERTIFICATION'.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  HL2-RUN-DATE         PIC X(08).
           05  FILLER               PIC X(18) VALUE
               '   DORMANT LIMIT: '.
           05  HL2-LIMIT            PIC X(30).

       01  WS-SECT-HDG-LINE.
           05  SH-TITLE             PIC X(60).

       01  WS-OPT-COL-LINE.
           05  FILLER               PIC X(48) VALUE
               '  CD  DESCRIPTION                    PROGRAM  AU'.

       01  WS-OPT-DTL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  OL-CODE              PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  OL-DESC              PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  OL-PGM               PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  OL-AUTH              PIC X(02).

       01  WS-OPER-COL-LINE.
           05  FILLER               PIC X(40) VALUE
               '  OPER ID  AU STATUS         LAST SGN TE'.
           05  FILLER               PIC X(40) VALUE
               'RM  IDLE PSWD SET   AGE EXP  MENU OPTION'.
           05  FILLER               PIC X(40) VALUE
               'S REACHABLE                             '.

       01  WS-OPER-DTL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-OPER-ID           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-AUTH              PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-STATUS            PIC X(14).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-LAST-SGN-DATE     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-LAST-SGN-TERM     PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-IDLE              PIC X(05).
           05  DL-IDLE-N REDEFINES DL-IDLE
                                    PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-PSWD-DATE         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-PSWD-AGE          PIC X(05).
           05  DL-PSWD-AGE-N REDEFINES DL-PSWD-AGE
                                    PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-PSWD-DAYS         PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-OPTIONS           PIC X(60).

       01  WS-LOCK-COL-LINE.
           05  FILLER               PIC X(40) VALUE
               '  OPER ID   LAST SGN TERM  IDLE         '.

       01  WS-LOCK-DTL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  KL-OPER-ID           PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  KL-LAST-SGN-DATE     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  KL-LAST-SGN-TERM     PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  KL-IDLE              PIC ZZZZ9.

       01  WS-NONE-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE 'NONE'.

       01  WS-TOT-LINE.
           05  TL-LABEL             PIC X(40).
           05  TL-COUNT             PIC ZZZ,ZZ9.

      * The review is signed off on the listing itself.
       01  WS-SIGN-LINE-1.
           05  FILLER               PIC X(45) VALUE
               'REVIEWED BY: ______________________________'.
           05  FILLER               PIC X(16) VALUE
               '  DATE: ________'.
       01  WS-SIGN-LINE-2.
           05  FILLER               PIC X(45) VALUE
               'APPROVED BY: ______________________________'.
           05  FILLER               PIC X(16) VALUE
               '  DATE: ________'.

           COPY RUNCWORK.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE 'P04AS25' TO WS-RUN-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE WS-RS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           PERFORM READ-CONTROL-CARD
           PERFORM OPEN-FILES
           PERFORM LOAD-MENU-OPTIONS
           PERFORM PRINT-REPORT-HEADING
           PERFORM PRINT-MENU-OPTIONS
           PERFORM REVIEW-OPERATORS
           PERFORM PRINT-LOCKED-SECTION
           PERFORM PRINT-REVIEW-TOTALS
           PERFORM CLOSE-FILES
           DISPLAY 'P04AS25 - OPERATORS REVIEWED:     '
               WS-OPER-READ-COUNT
           DISPLAY 'P04AS25 - ALREADY LOCKED:         '
               WS-ALREADY-LOCKED-COUNT
           DISPLAY 'P04AS25 - LOCKED AS DORMANT:      '
               WS-DORMANT-LOCK-COUNT
           IF WS-DORMANT-LOCK-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LOCK-FAIL-COUNT > 0
               DISPLAY 'P04AS25 - LOCKS NOT WRITTEN:      '
                   WS-LOCK-FAIL-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-OPER-READ-COUNT TO WS-RUN-READ-COUNT
           MOVE WS-DORMANT-LOCK-COUNT TO WS-RUN-REJECT-COUNT
           PERFORM POST-RUN-CONTROL
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           READ CONTROL-CARD-FILE
               AT END
                   MOVE SPACES TO CONTROL-CARD
           END-READ
           CLOSE CONTROL-CARD-FILE
           IF CC-DORMANT-DAYS IS NUMERIC
               MOVE CC-DORMANT-DAYS TO WS-DORMANT-DAYS
           END-IF
           IF WS-DORMANT-DAYS > 0
               SET WS-LOCKING-ON TO TRUE
               MOVE SPACES TO HL2-LIMIT
               STRING CC-DORMANT-DAYS ' DAYS' DELIMITED BY SIZE
                   INTO HL2-LIMIT
               END-STRING
           ELSE
               SET WS-LOCKING-OFF TO TRUE
               MOVE 'NONE - REVIEW ONLY, NO LOCKING' TO HL2-LIMIT
               DISPLAY 'P04AS25 - NO DORMANT LIMIT ON SYSIN - '
                   'REPORTING ONLY'
           END-IF.

       OPEN-FILES.
           OPEN I-O OPER-MASTER-FILE
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'P04AS25 - OPERMSTR OPEN FAILED, STATUS '
                   WS-OPER-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN INPUT MENU-MASTER-FILE
           IF WS-MENU-STATUS NOT = '00'
               DISPLAY 'P04AS25 - MENUMSTR OPEN FAILED, STATUS '
                   WS-MENU-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE.

       CLOSE-FILES.
           CLOSE OPER-MASTER-FILE
           CLOSE PRINT-FILE.

       LOAD-MENU-OPTIONS.
           MOVE LOW-VALUES TO MENU-CODE
           START MENU-MASTER-FILE
               KEY NOT LESS THAN MENU-CODE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM LOAD-NEXT-OPTION
               UNTIL WS-EOF
                  OR WS-OPT-COUNT >= WS-OPT-MAX
           CLOSE MENU-MASTER-FILE
           MOVE 'N' TO WS-EOF-SW.

       LOAD-NEXT-OPTION.
           READ MENU-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-OPT-COUNT
                   MOVE MENU-CODE
                       TO WS-OPT-CODE (WS-OPT-COUNT)
                   MOVE MENU-DESC
                       TO WS-OPT-DESC (WS-OPT-COUNT)
                   MOVE MENU-PGM
                       TO WS-OPT-PGM (WS-OPT-COUNT)
                   MOVE MENU-AUTH
                       TO WS-OPT-AUTH (WS-OPT-COUNT)
           END-READ.

       PRINT-MENU-OPTIONS.
           MOVE 'MENU OPTIONS AND THE AUTHORITY EACH REQUIRES'
               TO SH-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE SPACES TO PRINT-LINE
           MOVE WS-OPT-COL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-OPT-SUB FROM 1 BY 1
                   UNTIL WS-OPT-SUB > WS-OPT-COUNT
               MOVE WS-OPT-CODE (WS-OPT-SUB) TO OL-CODE
               MOVE WS-OPT-DESC (WS-OPT-SUB) TO OL-DESC
               MOVE WS-OPT-PGM (WS-OPT-SUB) TO OL-PGM
               MOVE WS-OPT-AUTH (WS-OPT-SUB) TO OL-AUTH
               MOVE SPACES TO PRINT-LINE
               MOVE WS-OPT-DTL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM.

       REVIEW-OPERATORS.
           MOVE 'OPERATORS' TO SH-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE SPACES TO PRINT-LINE
           MOVE WS-OPER-COL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE LOW-VALUES TO OPER-ID
           START OPER-MASTER-FILE
               KEY NOT LESS THAN OPER-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM REVIEW-NEXT-OPERATOR
               UNTIL WS-EOF.

       REVIEW-NEXT-OPERATOR.
           READ OPER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-OPER-READ-COUNT
                   PERFORM MEASURE-IDLE-DAYS
                   IF OPER-LOCKED
                       ADD 1 TO WS-ALREADY-LOCKED-COUNT
                   ELSE
                       IF WS-LOCKING-ON AND WS-IDLE-KNOWN
                          AND WS-IDLE-DAYS > WS-DORMANT-DAYS
                           PERFORM LOCK-DORMANT-OPERATOR
                       END-IF
                   END-IF
                   PERFORM PRINT-OPERATOR-LINE
           END-READ.

      * The latest valid date of the three starts the idle clock.
      * A record with none of them filled in has no clock at all -
      * it prints with the idle column blank and is left alone.
       MEASURE-IDLE-DAYS.
           SET WS-IDLE-UNKNOWN TO TRUE
           MOVE ZERO TO WS-IDLE-DAYS
           MOVE SPACES TO WS-BASE-DATE
           IF OPER-PSWD-DATE IS NUMERIC
               MOVE OPER-PSWD-DATE TO WS-BASE-DATE
           END-IF
           IF OPER-LAST-SGN-DATE IS NUMERIC
              AND (WS-BASE-DATE = SPACES
                   OR OPER-LAST-SGN-DATE > WS-BASE-DATE)
               MOVE OPER-LAST-SGN-DATE TO WS-BASE-DATE
           END-IF
           IF OPER-UNLOCK-DATE IS NUMERIC
              AND (WS-BASE-DATE = SPACES
                   OR OPER-UNLOCK-DATE > WS-BASE-DATE)
               MOVE OPER-UNLOCK-DATE TO WS-BASE-DATE
           END-IF
           IF WS-BASE-DATE NOT = SPACES
               MOVE WS-BASE-DATE TO WS-DATE-NUM
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               SET WS-IDLE-KNOWN TO TRUE
           END-IF.

       LOCK-DORMANT-OPERATOR.
           SET OPER-LOCKED TO TRUE
           SET OPER-LOCK-DORMANT TO TRUE
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY 'P04AS25 - LOCK NOT WRITTEN FOR '
                       OPER-ID ', STATUS ' WS-OPER-STATUS
                   ADD 1 TO WS-LOCK-FAIL-COUNT
                   SET OPER-UNLOCKED TO TRUE
                   MOVE SPACE TO OPER-LOCK-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-DORMANT-LOCK-COUNT
                   PERFORM SAVE-LOCKED-ROW
           END-REWRITE.

       SAVE-LOCKED-ROW.
           IF WS-LOCKED-ROWS < WS-LOCKED-TABLE-MAX
               ADD 1 TO WS-LOCKED-ROWS
               MOVE OPER-ID TO LR-OPER-ID (WS-LOCKED-ROWS)
               MOVE OPER-LAST-SGN-DATE
                   TO LR-LAST-SGN-DATE (WS-LOCKED-ROWS)
               MOVE OPER-LAST-SGN-TERM
                   TO LR-LAST-SGN-TERM (WS-LOCKED-ROWS)
               MOVE WS-IDLE-DAYS TO LR-IDLE-DAYS (WS-LOCKED-ROWS)
           END-IF.

       PRINT-OPERATOR-LINE.
           MOVE SPACES TO WS-OPER-DTL-LINE
           MOVE OPER-ID TO DL-OPER-ID
      * A record from before authority levels existed reads as a
      * clerk, exactly as SIGNON treats it.
           IF OPER-AUTH-LEVEL IS NUMERIC
               MOVE OPER-AUTH-LEVEL TO WS-AUTH-LEVEL
           ELSE
               MOVE 10 TO WS-AUTH-LEVEL
           END-IF
           MOVE WS-AUTH-LEVEL TO DL-AUTH
           EVALUATE TRUE
               WHEN OPER-UNLOCKED OR OPER-LOCKED-SW = SPACE
                   MOVE 'ACTIVE' TO DL-STATUS
               WHEN OPER-LOCK-DORMANT
                   MOVE 'LOCKED-DORMANT' TO DL-STATUS
               WHEN OPER-LOCK-FAILURES
                   MOVE 'LOCKED-PSWD' TO DL-STATUS
               WHEN OTHER
                   MOVE 'LOCKED' TO DL-STATUS
           END-EVALUATE
           IF OPER-LAST-SGN-DATE = SPACES
               MOVE 'NEVER' TO DL-LAST-SGN-DATE
           ELSE
               MOVE OPER-LAST-SGN-DATE TO DL-LAST-SGN-DATE
           END-IF
           MOVE OPER-LAST-SGN-TERM TO DL-LAST-SGN-TERM
           IF WS-IDLE-KNOWN
               MOVE WS-IDLE-DAYS TO DL-IDLE-N
           END-IF
           MOVE OPER-PSWD-DATE TO DL-PSWD-DATE
           IF OPER-PSWD-DATE IS NUMERIC
               MOVE OPER-PSWD-DATE TO WS-DATE-NUM
               COMPUTE WS-PSWD-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               MOVE WS-PSWD-AGE-DAYS TO DL-PSWD-AGE-N
           END-IF
           MOVE OPER-PSWD-DAYS TO DL-PSWD-DAYS
      * Option codes go across the line; a level that reaches more
      * than fit carries on to continuation lines under the column.
           MOVE 1 TO WS-OPT-POS
           PERFORM VARYING WS-OPT-SUB FROM 1 BY 1
                   UNTIL WS-OPT-SUB > WS-OPT-COUNT
               IF WS-OPT-PGM (WS-OPT-SUB) NOT = SPACES
                  AND WS-OPT-AUTH (WS-OPT-SUB) IS NUMERIC
                  AND WS-AUTH-LEVEL >= WS-OPT-AUTH (WS-OPT-SUB)
                   IF WS-OPT-POS > 58
                       PERFORM WRITE-OPERATOR-LINE
                       MOVE SPACES TO WS-OPER-DTL-LINE
                       MOVE 1 TO WS-OPT-POS
                   END-IF
                   MOVE WS-OPT-CODE (WS-OPT-SUB)
                       TO DL-OPTIONS (WS-OPT-POS:2)
                   ADD 3 TO WS-OPT-POS
               END-IF
           END-PERFORM
           PERFORM WRITE-OPERATOR-LINE.

       WRITE-OPERATOR-LINE.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-OPER-DTL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-LOCKED-SECTION.
           MOVE 'OPERATORS LOCKED ON THIS RUN AS DORMANT' TO SH-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE SPACES TO PRINT-LINE
           MOVE WS-LOCK-COL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-LOCKED-SUB FROM 1 BY 1
                   UNTIL WS-LOCKED-SUB > WS-LOCKED-ROWS
               MOVE LR-OPER-ID (WS-LOCKED-SUB) TO KL-OPER-ID
               MOVE LR-LAST-SGN-DATE (WS-LOCKED-SUB)
                   TO KL-LAST-SGN-DATE
               MOVE LR-LAST-SGN-TERM (WS-LOCKED-SUB)
                   TO KL-LAST-SGN-TERM
               MOVE LR-IDLE-DAYS (WS-LOCKED-SUB) TO KL-IDLE
               MOVE SPACES TO PRINT-LINE
               MOVE WS-LOCK-DTL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM
           IF WS-LOCKED-ROWS = 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-NONE-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       PRINT-SECTION-HEADING.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-SECT-HDG-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-HDG-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RUN-DATE TO HL2-RUN-DATE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-HDG-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-REVIEW-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'OPERATORS REVIEWED:' TO TL-LABEL
           MOVE WS-OPER-READ-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ALREADY LOCKED:' TO TL-LABEL
           MOVE WS-ALREADY-LOCKED-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'LOCKED ON THIS RUN AS DORMANT:' TO TL-LABEL
           MOVE WS-DORMANT-LOCK-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-SIGN-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-SIGN-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

           COPY RUNCPOST.
