      * P04AS31 - nightly print of the reference-data maintenance
      * audit trail.  Reads the REFQ transient-data extract
      * (REFAUD.CPY, written by DEPTMNT, MENUMNT and MSGMNT - see
      * their LOG-xxx-CHANGE paragraphs - and by P04AS30's
      * department merge), sorted by file and then date/time, and
      * prints it in two parts:
      *   - first, every menu option whose authority level or target
      *     program moved - MENU-AUTH is the check that keeps the
      *     floor off supervisor screens, so a lowered level is
      *     flagged for the auditors before anything else;
      *   - then every add, change and delete grouped by file, one
      *     block per update with a field-by-field old/new
      *     comparison pulled from the before and after images, and
      *     totals per file.
      * The extract is read through once for each part.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS31.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-AUDIT-FILE ASSIGN TO REFQIN
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
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

      * The before/after images carried on the audit record are
      * whole DEPTREC, MENUREC or BCSTREC records, per RA-FILE-ID -
      * these layouts mirror the copybooks field for field so the
      * images can be pulled apart without the duplicate data names
      * a second COPY would raise.
       01  WS-BEFORE-IMAGE          PIC X(88).
       01  WS-BEFORE-DEPT REDEFINES WS-BEFORE-IMAGE.
           05  BD-CODE             PIC X(04).
           05  BD-DESC             PIC X(30).
           05  BD-PARENT           PIC X(04).
           05  BD-MGR-ID           PIC X(06).
           05  FILLER              PIC X(44).
       01  WS-BEFORE-MENU REDEFINES WS-BEFORE-IMAGE.
           05  BM-CODE             PIC X(02).
           05  BM-DESC             PIC X(30).
           05  BM-PGM              PIC X(08).
           05  BM-AUTH             PIC X(02).
           05  BM-FUNC             PIC X(01).
           05  FILLER              PIC X(45).
       01  WS-BEFORE-BCST REDEFINES WS-BEFORE-IMAGE.
           05  BB-ID               PIC X(04).
           05  BB-TEXT             PIC X(50).
           05  BB-EXP-DATE         PIC X(08).
           05  BB-SET-BY           PIC X(08).
           05  BB-SET-DATE         PIC X(08).
           05  FILLER              PIC X(10).

       01  WS-AFTER-IMAGE           PIC X(88).
       01  WS-AFTER-DEPT REDEFINES WS-AFTER-IMAGE.
           05  AD-CODE             PIC X(04).
           05  AD-DESC             PIC X(30).
           05  AD-PARENT           PIC X(04).
           05  AD-MGR-ID           PIC X(06).
           05  FILLER              PIC X(44).
       01  WS-AFTER-MENU REDEFINES WS-AFTER-IMAGE.
           05  AM-CODE             PIC X(02).
           05  AM-DESC             PIC X(30).
           05  AM-PGM              PIC X(08).
           05  AM-AUTH             PIC X(02).
           05  AM-FUNC             PIC X(01).
           05  FILLER              PIC X(45).
       01  WS-AFTER-BCST REDEFINES WS-AFTER-IMAGE.
           05  AB-ID               PIC X(04).
           05  AB-TEXT             PIC X(50).
           05  AB-EXP-DATE         PIC X(08).
           05  AB-SET-BY           PIC X(08).
           05  AB-SET-DATE         PIC X(08).
           05  FILLER              PIC X(10).

       01  WS-CUR-FILE-ID           PIC X(08) VALUE SPACES.
       01  WS-FIELD-CHANGE-COUNT    PIC 9(03) VALUE ZERO.

       01  WS-AUTH-ENTRY-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-AUTH-LOWERED-COUNT    PIC 9(07) VALUE ZERO.

       01  WS-FILE-ADD-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-FILE-CHANGE-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-FILE-DELETE-COUNT     PIC 9(07) VALUE ZERO.

       01  WS-ADD-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-CHANGE-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-DELETE-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-OTHER-COUNT           PIC 9(07) VALUE ZERO.

       01  WS-FUNC-DESC             PIC X(12).

       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'REFERENCE DATA MAINTENANCE AUDIT REPORT'.

       01  WS-AUTH-HDG-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'MENU AUTHORITY CHANGES'.

       01  WS-AUTH-HDG-LINE-2.
           05  FILLER               PIC X(40) VALUE
               'DATE     TIME    OPER     TERM  OPTION  '.
           05  FILLER               PIC X(40) VALUE
               'PROGRAM              AUTHORITY         '.

       01  WS-AUTH-LINE.
           05  AL-DATE              PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  AL-TIME              PIC X(06).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  AL-USER-ID           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  AL-TERM-ID           PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  AL-CODE              PIC X(02).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  AL-OLD-PGM           PIC X(08).
           05  FILLER               PIC X(04) VALUE ' -> '.
           05  AL-NEW-PGM           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  AL-OLD-AUTH          PIC X(02).
           05  FILLER               PIC X(04) VALUE ' -> '.
           05  AL-NEW-AUTH          PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  AL-FLAG              PIC X(40).

       01  WS-AUTH-NONE-LINE.
           05  FILLER               PIC X(40) VALUE
               'NO MENU AUTHORITY OR PROGRAM CHANGES'.

       01  WS-AUTH-TOT-LINE.
           05  FILLER               PIC X(22) VALUE
               'OPTIONS AFFECTED:     '.
           05  ATL-ENTRY-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE '  LOWERED:  '.
           05  ATL-LOWERED-COUNT    PIC ZZZ,ZZ9.

       01  WS-FILE-HDG-LINE.
           05  FILLER               PIC X(06) VALUE 'FILE: '.
           05  FH-FILE-ID           PIC X(08).
           05  FILLER               PIC X(03) VALUE ' - '.
           05  FH-FILE-DESC         PIC X(30).

       01  WS-REC-LINE.
           05  FILLER               PIC X(05) VALUE 'DATE '.
           05  RL-DATE              PIC X(08).
           05  FILLER               PIC X(06) VALUE ' TIME '.
           05  RL-TIME              PIC X(06).
           05  FILLER               PIC X(06) VALUE ' OPER '.
           05  RL-USER-ID           PIC X(08).
           05  FILLER               PIC X(06) VALUE ' TERM '.
           05  RL-TERM-ID           PIC X(04).
           05  FILLER               PIC X(05) VALUE ' KEY '.
           05  RL-KEY               PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RL-FUNC-DESC         PIC X(12).

       01  WS-FLD-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FL-FIELD-NAME        PIC X(12).
           05  FILLER               PIC X(02) VALUE ': '.
           05  FL-OLD-VALUE         PIC X(50).
           05  FILLER               PIC X(04) VALUE ' -> '.
           05  FL-NEW-VALUE         PIC X(50).

       01  WS-NOCHG-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
               'NO FIELD DIFFERENCES RECORDED'.

       01  WS-FILE-TOT-LINE.
           05  FILLER               PIC X(22) VALUE
               'FILE TOTALS - ADDS:   '.
           05  FTL-ADD-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE '  CHANGES:  '.
           05  FTL-CHANGE-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE '  DELETES:  '.
           05  FTL-DELETE-COUNT     PIC ZZZ,ZZ9.

       01  WS-TOT-LINE-1.
           05  FILLER               PIC X(22) VALUE
               'TOTALS - ADDS:        '.
           05  TL-ADD-COUNT         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE '  CHANGES:  '.
           05  TL-CHANGE-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE '  DELETES:  '.
           05  TL-DELETE-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE '  UNKNOWN:  '.
           05  TL-OTHER-COUNT       PIC ZZZ,ZZ9.

           COPY RUNCWORK.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE 'P04AS31' TO WS-RUN-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           PERFORM OPEN-FILES
           PERFORM PRINT-REPORT-HEADING
           PERFORM PRINT-AUTHORITY-SECTION
           OPEN INPUT REF-AUDIT-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ REF-AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-AUDIT-RECORD
               END-READ
           END-PERFORM
           IF WS-CUR-FILE-ID NOT = SPACES
               PERFORM PRINT-FILE-TOTALS
           END-IF
           PERFORM PRINT-TOTALS
           PERFORM CLOSE-FILES
           ADD WS-ADD-COUNT TO WS-RUN-READ-COUNT
           ADD WS-CHANGE-COUNT TO WS-RUN-READ-COUNT
           ADD WS-DELETE-COUNT TO WS-RUN-READ-COUNT
           ADD WS-OTHER-COUNT TO WS-RUN-READ-COUNT
           MOVE WS-OTHER-COUNT TO WS-RUN-REJECT-COUNT
           PERFORM POST-RUN-CONTROL
           STOP RUN.

      * The audit extract is opened here for the authority pass and
      * again, once that pass has closed it, for the full listing.
       OPEN-FILES.
           OPEN INPUT REF-AUDIT-FILE
           OPEN OUTPUT PRINT-FILE.

       CLOSE-FILES.
           CLOSE REF-AUDIT-FILE
           CLOSE PRINT-FILE.

      * First pass - menu options only.  An add or delete moves the
      * program and authority from or to blank, so both show here
      * along with every change to either field.
       PRINT-AUTHORITY-SECTION.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-AUTH-HDG-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-AUTH-HDG-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ REF-AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RA-MENU-FILE
                           PERFORM CHECK-MENU-AUTHORITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REF-AUDIT-FILE
           IF WS-AUTH-ENTRY-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-AUTH-NONE-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-AUTH-ENTRY-COUNT TO ATL-ENTRY-COUNT
           MOVE WS-AUTH-LOWERED-COUNT TO ATL-LOWERED-COUNT
           MOVE WS-AUTH-TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       CHECK-MENU-AUTHORITY.
           MOVE RA-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE RA-AFTER-IMAGE TO WS-AFTER-IMAGE
           IF BM-AUTH NOT = AM-AUTH OR BM-PGM NOT = AM-PGM
               ADD 1 TO WS-AUTH-ENTRY-COUNT
               MOVE SPACES TO AL-FLAG
               EVALUATE TRUE
                   WHEN RA-ADD
                       MOVE 'NEW OPTION' TO AL-FLAG
                   WHEN RA-DELETE
                       MOVE 'OPTION DELETED' TO AL-FLAG
                   WHEN AM-AUTH < BM-AUTH
                       ADD 1 TO WS-AUTH-LOWERED-COUNT
                       IF BM-PGM NOT = AM-PGM
                           MOVE '*** AUTHORITY LOWERED, PROGRAM CHANGED'
                               TO AL-FLAG
                       ELSE
                           MOVE '*** AUTHORITY LOWERED ***' TO AL-FLAG
                       END-IF
                   WHEN AM-AUTH > BM-AUTH
                       IF BM-PGM NOT = AM-PGM
                           MOVE 'AUTHORITY RAISED, PROGRAM CHANGED'
                               TO AL-FLAG
                       ELSE
                           MOVE 'AUTHORITY RAISED' TO AL-FLAG
                       END-IF
                   WHEN OTHER
                       MOVE '*** PROGRAM CHANGED ***' TO AL-FLAG
               END-EVALUATE
               MOVE RA-DATE TO AL-DATE
               MOVE RA-TIME TO AL-TIME
               MOVE RA-USER-ID TO AL-USER-ID
               MOVE RA-TERM-ID TO AL-TERM-ID
               MOVE RA-KEY TO AL-CODE
               MOVE BM-PGM TO AL-OLD-PGM
               MOVE AM-PGM TO AL-NEW-PGM
               MOVE BM-AUTH TO AL-OLD-AUTH
               MOVE AM-AUTH TO AL-NEW-AUTH
               MOVE SPACES TO PRINT-LINE
               MOVE WS-AUTH-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      * Second pass - everything, a heading and totals per file.
       PROCESS-AUDIT-RECORD.
           IF RA-FILE-ID NOT = WS-CUR-FILE-ID
               IF WS-CUR-FILE-ID NOT = SPACES
                   PERFORM PRINT-FILE-TOTALS
               END-IF
               MOVE RA-FILE-ID TO WS-CUR-FILE-ID
               PERFORM PRINT-FILE-HEADING
           END-IF
           MOVE RA-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE RA-AFTER-IMAGE TO WS-AFTER-IMAGE
           EVALUATE TRUE
               WHEN RA-ADD
                   MOVE 'ADDED       ' TO WS-FUNC-DESC
                   ADD 1 TO WS-ADD-COUNT
                   ADD 1 TO WS-FILE-ADD-COUNT
               WHEN RA-CHANGE
                   MOVE 'CHANGED     ' TO WS-FUNC-DESC
                   ADD 1 TO WS-CHANGE-COUNT
                   ADD 1 TO WS-FILE-CHANGE-COUNT
               WHEN RA-DELETE
                   MOVE 'DELETED     ' TO WS-FUNC-DESC
                   ADD 1 TO WS-DELETE-COUNT
                   ADD 1 TO WS-FILE-DELETE-COUNT
               WHEN OTHER
                   MOVE 'UNKNOWN     ' TO WS-FUNC-DESC
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE
           PERFORM PRINT-RECORD-HEADER
           MOVE ZERO TO WS-FIELD-CHANGE-COUNT
           EVALUATE TRUE
               WHEN RA-DEPT-FILE
                   PERFORM PRINT-DEPT-CHANGES
               WHEN RA-MENU-FILE
                   PERFORM PRINT-MENU-CHANGES
               WHEN RA-BCST-FILE
                   PERFORM PRINT-BCST-CHANGES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FIELD-CHANGE-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-NOCHG-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-FILE-HEADING.
           MOVE ZERO TO WS-FILE-ADD-COUNT
           MOVE ZERO TO WS-FILE-CHANGE-COUNT
           MOVE ZERO TO WS-FILE-DELETE-COUNT
           MOVE WS-CUR-FILE-ID TO FH-FILE-ID
           EVALUATE TRUE
               WHEN RA-DEPT-FILE
                   MOVE 'DEPARTMENTS' TO FH-FILE-DESC
               WHEN RA-MENU-FILE
                   MOVE 'MENU OPTIONS' TO FH-FILE-DESC
               WHEN RA-BCST-FILE
                   MOVE 'BROADCAST MESSAGES' TO FH-FILE-DESC
               WHEN OTHER
                   MOVE 'NOT A KNOWN REFERENCE FILE' TO FH-FILE-DESC
           END-EVALUATE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-FILE-HDG-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-RECORD-HEADER.
           MOVE SPACES TO PRINT-LINE
           MOVE RA-DATE TO RL-DATE
           MOVE RA-TIME TO RL-TIME
           MOVE RA-USER-ID TO RL-USER-ID
           MOVE RA-TERM-ID TO RL-TERM-ID
           MOVE RA-KEY TO RL-KEY
           MOVE WS-FUNC-DESC TO RL-FUNC-DESC
           MOVE WS-REC-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-DEPT-CHANGES.
           IF BD-DESC NOT = AD-DESC
               MOVE 'DESCRIPTION ' TO FL-FIELD-NAME
               MOVE BD-DESC TO FL-OLD-VALUE
               MOVE AD-DESC TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF
           IF BD-PARENT NOT = AD-PARENT
               MOVE 'REPORTS TO  ' TO FL-FIELD-NAME
               MOVE BD-PARENT TO FL-OLD-VALUE
               MOVE AD-PARENT TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF
           IF BD-MGR-ID NOT = AD-MGR-ID
               MOVE 'MANAGER     ' TO FL-FIELD-NAME
               MOVE BD-MGR-ID TO FL-OLD-VALUE
               MOVE AD-MGR-ID TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF.

       PRINT-MENU-CHANGES.
           IF BM-DESC NOT = AM-DESC
               MOVE 'DESCRIPTION ' TO FL-FIELD-NAME
               MOVE BM-DESC TO FL-OLD-VALUE
               MOVE AM-DESC TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF
           IF BM-PGM NOT = AM-PGM
               MOVE 'PROGRAM     ' TO FL-FIELD-NAME
               MOVE BM-PGM TO FL-OLD-VALUE
               MOVE AM-PGM TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF
           IF BM-AUTH NOT = AM-AUTH
               MOVE 'AUTHORITY   ' TO FL-FIELD-NAME
               MOVE BM-AUTH TO FL-OLD-VALUE
               MOVE AM-AUTH TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF
           IF BM-FUNC NOT = AM-FUNC
               MOVE 'FUNCTION    ' TO FL-FIELD-NAME
               MOVE BM-FUNC TO FL-OLD-VALUE
               MOVE AM-FUNC TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF.

       PRINT-BCST-CHANGES.
           IF BB-TEXT NOT = AB-TEXT
               MOVE 'MESSAGE     ' TO FL-FIELD-NAME
               MOVE BB-TEXT TO FL-OLD-VALUE
               MOVE AB-TEXT TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF
           IF BB-EXP-DATE NOT = AB-EXP-DATE
               MOVE 'EXPIRES     ' TO FL-FIELD-NAME
               MOVE BB-EXP-DATE TO FL-OLD-VALUE
               MOVE AB-EXP-DATE TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF
           IF BB-SET-BY NOT = AB-SET-BY
               MOVE 'SET BY      ' TO FL-FIELD-NAME
               MOVE BB-SET-BY TO FL-OLD-VALUE
               MOVE AB-SET-BY TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF
           IF BB-SET-DATE NOT = AB-SET-DATE
               MOVE 'SET ON      ' TO FL-FIELD-NAME
               MOVE BB-SET-DATE TO FL-OLD-VALUE
               MOVE AB-SET-DATE TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF.

       PRINT-FIELD-LINE.
           ADD 1 TO WS-FIELD-CHANGE-COUNT
           MOVE SPACES TO PRINT-LINE
           MOVE WS-FLD-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-HDG-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-FILE-TOTALS.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-FILE-ADD-COUNT TO FTL-ADD-COUNT
           MOVE WS-FILE-CHANGE-COUNT TO FTL-CHANGE-COUNT
           MOVE WS-FILE-DELETE-COUNT TO FTL-DELETE-COUNT
           MOVE WS-FILE-TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-ADD-COUNT TO TL-ADD-COUNT
           MOVE WS-CHANGE-COUNT TO TL-CHANGE-COUNT
           MOVE WS-DELETE-COUNT TO TL-DELETE-COUNT
           MOVE WS-OTHER-COUNT TO TL-OTHER-COUNT
           MOVE WS-TOT-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE.

           COPY RUNCPOST.
