      * P04AS24 - monthly organisation tree report.  Loads DEPTMSTR
      * into a table, resolves each department's DEPT-PARENT to its
      * row, and counts the active employees on EMPMSTR against
      * their department.  Each department's count is then rolled up
      * through every department above it, so a division's total
      * covers everyone underneath it however deep the tree goes.
      * The tree prints depth-first from each top-level department
      * (blank parent), indented by level, with the manager from
      * DEPT-MGR-ID, the direct count and the rolled-up total.
      * DEPTMNT keeps new links straight, but the file can still
      * hold what it let through before the checks existed, so the
      * report also calls out:
      *   - departments whose parent is not on file (printed as
      *     top-level, noted),
      *   - managers no longer on EMPMSTR or no longer active,
      *   - departments that no top-level department reaches - they
      *     sit in, or under, a reporting loop,
      *   - active employees in departments not on file (P04AS16
      *     lists them by name).
      * The job ends RC=4 when any of these are found.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS24.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT EMP-MASTER-FILE ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PRINT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
           COPY DEPTREC.

       FD  EMP-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
           COPY EMPREC.

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

       01  WS-DEPT-STATUS           PIC X(02).
       01  WS-EMP-STATUS            PIC X(02).

       01  WS-EMP-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-ACTIVE-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-NO-DEPT-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-TOP-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-NO-PARENT-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-BAD-MGR-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-LOOP-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(07) VALUE ZERO.

      * One row per department, in DEPT-CODE order as the browse
      * returns them.  DT-PARENT-ROW is the parent's row number, or
      * zero for a top-level department or one whose parent is not
      * on file.
       01  WS-DEPT-TABLE-MAX        PIC 9(03) VALUE 500.
       01  WS-DEPT-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ROW OCCURS 500 TIMES INDEXED BY WS-DT-IDX.
               10  DT-CODE          PIC X(04).
               10  DT-DESC          PIC X(30).
               10  DT-PARENT        PIC X(04).
               10  DT-MGR-ID        PIC X(06).
               10  DT-PARENT-ROW    PIC 9(03).
               10  DT-DIRECT-COUNT  PIC 9(07).
               10  DT-TOTAL-COUNT   PIC 9(07).
               10  DT-PRINTED-SW    PIC X(01).
                   88  DT-PRINTED       VALUE 'Y'.

       01  WS-ROW-SUB               PIC 9(03).
       01  WS-CHILD-SUB             PIC 9(03).
       01  WS-UP-SUB                PIC 9(03).
       01  WS-UP-STEPS              PIC 9(03).

      * Departments still to print.  Children are pushed last-code
      * first so they come off in code order; every row is pushed
      * at most once, so the stack never outgrows the table.
       01  WS-STACK-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-STACK.
           05  WS-STACK-ENTRY OCCURS 500 TIMES.
               10  SK-ROW           PIC 9(03).
               10  SK-LEVEL         PIC 9(03).
       01  WS-CUR-ROW               PIC 9(03).
       01  WS-CUR-LEVEL             PIC 9(03).

      * Indentation stops deepening at level 6 so the description
      * always fits the column.
       01  WS-INDENT-LEVEL          PIC 9(03).
       01  WS-INDENT-POS            PIC 9(03).
       01  WS-TREE-TEXT.
           05  TT-CODE              PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TT-DESC              PIC X(30).

       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(45) VALUE
               'ORGANISATION TREE AND ACTIVE HEADCOUNT'.

       01  WS-SECT-HDG-LINE.
           05  SH-TITLE             PIC X(60).

       01  WS-TREE-COL-LINE.
           05  FILLER               PIC X(40) VALUE
               '  DEPARTMENT                            '.
           05  FILLER               PIC X(40) VALUE
               '             MGR ID MANAGER             '.
           05  FILLER               PIC X(40) VALUE
               '  DIRECT    TOTAL  NOTE                 '.

       01  WS-TREE-DTL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TL-TREE              PIC X(50).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TL-MGR-ID            PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TL-MGR-NAME          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TL-DIRECT            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TL-TOTAL             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TL-NOTE              PIC X(30).

       01  WS-LOOP-COL-LINE.
           05  FILLER               PIC X(40) VALUE
               '  CODE DESCRIPTION                    PA'.
           05  FILLER               PIC X(40) VALUE
               'RENT  DIRECT  NOTE                      '.

       01  WS-LOOP-DTL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LL-CODE              PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  LL-DESC              PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  LL-PARENT            PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  LL-DIRECT            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LL-NOTE              PIC X(30).

       01  WS-NONE-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE 'NONE FOUND'.

       01  WS-TOT-LINE.
           05  TL-LABEL             PIC X(40).
           05  TL-COUNT             PIC ZZZ,ZZ9.

           COPY RUNCWORK.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE 'P04AS24' TO WS-RUN-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           PERFORM OPEN-FILES
           PERFORM LOAD-DEPARTMENTS
           PERFORM RESOLVE-PARENTS
           PERFORM COUNT-EMPLOYEES
           PERFORM ROLL-UP-COUNTS
           PERFORM PRINT-REPORT-HEADING
           PERFORM PRINT-TREE
           PERFORM PRINT-LOOP-SECTION
           PERFORM PRINT-TREE-TOTALS
           PERFORM CLOSE-FILES
           DISPLAY 'P04AS24 - DEPARTMENTS:             ' WS-DEPT-COUNT
           DISPLAY 'P04AS24 - ACTIVE EMPLOYEES:        '
               WS-ACTIVE-COUNT
           DISPLAY 'P04AS24 - PARENT NOT ON FILE:      '
               WS-NO-PARENT-COUNT
           DISPLAY 'P04AS24 - MANAGER MISSING/INACTIVE:'
               WS-BAD-MGR-COUNT
           DISPLAY 'P04AS24 - IN A REPORTING LOOP:     '
               WS-LOOP-COUNT
           DISPLAY 'P04AS24 - ACTIVE, DEPT NOT ON FILE:'
               WS-NO-DEPT-COUNT
           COMPUTE WS-EXCEPTION-COUNT = WS-NO-PARENT-COUNT
               + WS-BAD-MGR-COUNT + WS-LOOP-COUNT + WS-NO-DEPT-COUNT
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE WS-RUN-READ-COUNT = WS-DEPT-COUNT
               + WS-EMP-READ-COUNT
           MOVE WS-EXCEPTION-COUNT TO WS-RUN-REJECT-COUNT
           PERFORM POST-RUN-CONTROL
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'P04AS24 - DEPTMSTR OPEN FAILED, STATUS '
                   WS-DEPT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN INPUT EMP-MASTER-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'P04AS24 - EMPMSTR OPEN FAILED, STATUS '
                   WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE.

       CLOSE-FILES.
           CLOSE DEPT-MASTER-FILE
           CLOSE EMP-MASTER-FILE
           CLOSE PRINT-FILE.

      * A department file bigger than the table would print a tree
      * with branches silently missing, so the job stops instead.
       LOAD-DEPARTMENTS.
           MOVE SPACES TO WS-DEPT-TABLE
           MOVE LOW-VALUES TO DEPT-CODE
           START DEPT-MASTER-FILE
               KEY NOT LESS THAN DEPT-CODE
               INVALID KEY
                   CONTINUE
           END-START
           MOVE 'N' TO WS-EOF-SW
           IF WS-DEPT-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ DEPT-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-DEPT-ROW
               END-READ
           END-PERFORM.

       ADD-DEPT-ROW.
           IF WS-DEPT-COUNT NOT < WS-DEPT-TABLE-MAX
               DISPLAY 'P04AS24 - MORE THAN ' WS-DEPT-TABLE-MAX
                   ' DEPARTMENTS - TABLE FULL'
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE DEPT-CODE TO DT-CODE (WS-DEPT-COUNT)
           MOVE DEPT-DESC TO DT-DESC (WS-DEPT-COUNT)
           MOVE DEPT-PARENT TO DT-PARENT (WS-DEPT-COUNT)
           MOVE DEPT-MGR-ID TO DT-MGR-ID (WS-DEPT-COUNT)
           MOVE ZERO TO DT-PARENT-ROW (WS-DEPT-COUNT)
           MOVE ZERO TO DT-DIRECT-COUNT (WS-DEPT-COUNT)
           MOVE ZERO TO DT-TOTAL-COUNT (WS-DEPT-COUNT)
           MOVE 'N' TO DT-PRINTED-SW (WS-DEPT-COUNT).

       RESOLVE-PARENTS.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-DEPT-COUNT
               IF DT-PARENT (WS-ROW-SUB) = SPACES
                   ADD 1 TO WS-TOP-COUNT
               ELSE
                   SET WS-DT-IDX TO 1
                   SEARCH WS-DEPT-ROW
                       AT END
                           ADD 1 TO WS-NO-PARENT-COUNT
                       WHEN WS-DT-IDX > WS-DEPT-COUNT
                           ADD 1 TO WS-NO-PARENT-COUNT
                       WHEN DT-CODE (WS-DT-IDX) = DT-PARENT (WS-ROW-SUB)
                           SET DT-PARENT-ROW (WS-ROW-SUB) TO WS-DT-IDX
                   END-SEARCH
               END-IF
           END-PERFORM.

      * Inactive employees stay on the master but are not headcount.
       COUNT-EMPLOYEES.
           MOVE LOW-VALUES TO EMP-ID
           START EMP-MASTER-FILE
               KEY NOT LESS THAN EMP-ID
               INVALID KEY
                   CONTINUE
           END-START
           MOVE 'N' TO WS-EOF-SW
           IF WS-EMP-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ EMP-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EMP-READ-COUNT
                       IF EMP-ACTIVE
                           PERFORM COUNT-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

      * Rows past WS-DEPT-COUNT were never loaded, so the search
      * stops there rather than match a blank code.
       COUNT-ONE-EMPLOYEE.
           ADD 1 TO WS-ACTIVE-COUNT
           SET WS-DT-IDX TO 1
           SEARCH WS-DEPT-ROW
               AT END
                   ADD 1 TO WS-NO-DEPT-COUNT
               WHEN WS-DT-IDX > WS-DEPT-COUNT
                   ADD 1 TO WS-NO-DEPT-COUNT
               WHEN DT-CODE (WS-DT-IDX) = EMP-DEPT
                   ADD 1 TO DT-DIRECT-COUNT (WS-DT-IDX)
           END-SEARCH.

      * Each department's own count is added to itself and to every
      * department above it.  The walk is bounded by the number of
      * departments, so a loop on the file cannot hold it up; rows
      * in a loop print in their own section, not the tree.
       ROLL-UP-COUNTS.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-DEPT-COUNT
               IF DT-DIRECT-COUNT (WS-ROW-SUB) > 0
                   MOVE WS-ROW-SUB TO WS-UP-SUB
                   MOVE ZERO TO WS-UP-STEPS
                   PERFORM UNTIL WS-UP-SUB = 0
                              OR WS-UP-STEPS > WS-DEPT-COUNT
                       ADD DT-DIRECT-COUNT (WS-ROW-SUB)
                           TO DT-TOTAL-COUNT (WS-UP-SUB)
                       MOVE DT-PARENT-ROW (WS-UP-SUB) TO WS-UP-SUB
                       ADD 1 TO WS-UP-STEPS
                   END-PERFORM
               END-IF
           END-PERFORM.

      * Every department with no parent row - top-level, or parent
      * not on file - starts a branch.
       PRINT-TREE.
           MOVE 'DEPARTMENTS BY REPORTING LINE' TO SH-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE SPACES TO PRINT-LINE
           MOVE WS-TREE-COL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-DEPT-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-NONE-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-DEPT-COUNT
               IF DT-PARENT-ROW (WS-ROW-SUB) = 0
                   MOVE 1 TO WS-STACK-COUNT
                   MOVE WS-ROW-SUB TO SK-ROW (1)
                   MOVE 1 TO SK-LEVEL (1)
                   PERFORM PRINT-NEXT-BRANCH-ROW
                       UNTIL WS-STACK-COUNT = 0
               END-IF
           END-PERFORM.

       PRINT-NEXT-BRANCH-ROW.
           MOVE SK-ROW (WS-STACK-COUNT) TO WS-CUR-ROW
           MOVE SK-LEVEL (WS-STACK-COUNT) TO WS-CUR-LEVEL
           SUBTRACT 1 FROM WS-STACK-COUNT
           PERFORM PRINT-TREE-LINE
           MOVE 'Y' TO DT-PRINTED-SW (WS-CUR-ROW)
           PERFORM VARYING WS-CHILD-SUB FROM WS-DEPT-COUNT BY -1
                   UNTIL WS-CHILD-SUB < 1
               IF DT-PARENT-ROW (WS-CHILD-SUB) = WS-CUR-ROW
                  AND NOT DT-PRINTED (WS-CHILD-SUB)
                   ADD 1 TO WS-STACK-COUNT
                   MOVE WS-CHILD-SUB TO SK-ROW (WS-STACK-COUNT)
                   COMPUTE SK-LEVEL (WS-STACK-COUNT) =
                       WS-CUR-LEVEL + 1
               END-IF
           END-PERFORM.

       PRINT-TREE-LINE.
           MOVE SPACES TO WS-TREE-DTL-LINE
           MOVE DT-CODE (WS-CUR-ROW) TO TT-CODE
           MOVE DT-DESC (WS-CUR-ROW) TO TT-DESC
           MOVE WS-CUR-LEVEL TO WS-INDENT-LEVEL
           IF WS-INDENT-LEVEL > 6
               MOVE 6 TO WS-INDENT-LEVEL
           END-IF
           COMPUTE WS-INDENT-POS = (WS-INDENT-LEVEL - 1) * 3 + 1
           MOVE WS-TREE-TEXT TO TL-TREE (WS-INDENT-POS:35)
           MOVE DT-MGR-ID (WS-CUR-ROW) TO TL-MGR-ID
           IF DT-MGR-ID (WS-CUR-ROW) = SPACES
               MOVE '(VACANT)' TO TL-MGR-NAME
           ELSE
               PERFORM LOOK-UP-MANAGER
           END-IF
           MOVE DT-DIRECT-COUNT (WS-CUR-ROW) TO TL-DIRECT
           MOVE DT-TOTAL-COUNT (WS-CUR-ROW) TO TL-TOTAL
           IF DT-PARENT (WS-CUR-ROW) NOT = SPACES
              AND DT-PARENT-ROW (WS-CUR-ROW) = 0
               STRING 'PARENT ' DT-PARENT (WS-CUR-ROW)
                      ' NOT ON FILE' DELIMITED BY SIZE
                   INTO TL-NOTE
               END-STRING
           END-IF
           MOVE SPACES TO PRINT-LINE
           MOVE WS-TREE-DTL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      * A parent-not-on-file note takes the column ahead of a
      * manager note; both are still counted.
       LOOK-UP-MANAGER.
           MOVE DT-MGR-ID (WS-CUR-ROW) TO EMP-ID
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE '** NOT ON EMPMSTR **' TO TL-MGR-NAME
                   MOVE 'MANAGER NOT ON EMPMSTR' TO TL-NOTE
                   ADD 1 TO WS-BAD-MGR-COUNT
               NOT INVALID KEY
                   MOVE EMP-LAST-NAME TO TL-MGR-NAME
                   IF NOT EMP-ACTIVE
                       MOVE 'MANAGER INACTIVE' TO TL-NOTE
                       ADD 1 TO WS-BAD-MGR-COUNT
                   END-IF
           END-READ.

      * Whatever the tree walk never reached hangs off a loop -
      * either on it or somewhere beneath it.
       PRINT-LOOP-SECTION.
           MOVE 'DEPARTMENTS NOT REACHED FROM A TOP-LEVEL DEPARTMENT'
               TO SH-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE SPACES TO PRINT-LINE
           MOVE WS-LOOP-COL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-DEPT-COUNT
               IF NOT DT-PRINTED (WS-ROW-SUB)
                   ADD 1 TO WS-LOOP-COUNT
                   MOVE DT-CODE (WS-ROW-SUB) TO LL-CODE
                   MOVE DT-DESC (WS-ROW-SUB) TO LL-DESC
                   MOVE DT-PARENT (WS-ROW-SUB) TO LL-PARENT
                   MOVE DT-DIRECT-COUNT (WS-ROW-SUB) TO LL-DIRECT
                   MOVE 'IN OR UNDER A REPORTING LOOP' TO LL-NOTE
                   MOVE SPACES TO PRINT-LINE
                   MOVE WS-LOOP-DTL-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-LOOP-COUNT = 0
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
           WRITE PRINT-LINE.

       PRINT-TREE-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'DEPARTMENTS ON FILE:' TO TL-LABEL
           MOVE WS-DEPT-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'TOP-LEVEL DEPARTMENTS:' TO TL-LABEL
           MOVE WS-TOP-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ACTIVE EMPLOYEES:' TO TL-LABEL
           MOVE WS-ACTIVE-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'DEPARTMENTS, PARENT NOT ON FILE:' TO TL-LABEL
           MOVE WS-NO-PARENT-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'DEPARTMENTS, MANAGER MISSING/INACTIVE:' TO TL-LABEL
           MOVE WS-BAD-MGR-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'DEPARTMENTS IN OR UNDER A LOOP:' TO TL-LABEL
           MOVE WS-LOOP-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ACTIVE EMPLOYEES, DEPT NOT ON FILE:' TO TL-LABEL
           MOVE WS-NO-DEPT-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

           COPY RUNCPOST.
