      * P04AS23 - nightly employee-key cross-file exception sweep.
      * P04AS16 checks the department codes EMPMSTR carries; this
      * sweep checks the side files that share the EMP-ID key
      * domain.  Reads flat copies of COMPMSTR, CNCTMSTR and XFERMSTR
      * (REPRO'd in the JCL) one after the other and lists, each in
      * its own section with the key and the detail HR needs to
      * clean it up:
      *   - compensation records with no EMPMSTR record,
      *   - contact records with no EMPMSTR record,
      *   - pending transfers whose employee is missing or inactive,
      *     or whose XFR-NEW-DEPT is no longer on DEPTMSTR - P04AS15
      *     would otherwise apply them blind on the effective date.
      * The job ends RC=4 when any orphan is found so operations
      * notices without reading the listing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS23.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMP-MASTER-FILE ASSIGN TO COMPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTACT-MASTER-FILE ASSIGN TO CNCTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANSFER-FILE ASSIGN TO XFERIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT EMP-MASTER-FILE ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT PRINT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMP-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS.
           COPY COMPREC.

       FD  CONTACT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 86 CHARACTERS.
           COPY CNCTREC.

       FD  TRANSFER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY XFERREC.

       FD  EMP-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
           COPY EMPREC.

       FD  DEPT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
           COPY DEPTREC.

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

       01  WS-EMP-STATUS            PIC X(02).
       01  WS-DEPT-STATUS           PIC X(02).

       01  WS-EMP-FOUND-SW          PIC X(01).
           88  WS-EMP-FOUND             VALUE 'Y'.
           88  WS-EMP-NOT-FOUND         VALUE 'N'.

       01  WS-COMP-READ-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-CNCT-READ-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-XFER-READ-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-COMP-ORPHAN-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-CNCT-ORPHAN-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-XFER-NO-EMP-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-XFER-INACTIVE-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-XFER-NO-DEPT-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-SECTION-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-ORPHAN-COUNT          PIC 9(07) VALUE ZERO.

       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(45) VALUE
               'EMPLOYEE-KEY CROSS-FILE EXCEPTIONS'.

       01  WS-SECT-HDG-LINE.
           05  SH-TITLE             PIC X(60).

       01  WS-COMP-COL-LINE.
           05  FILLER               PIC X(40) VALUE
               '  EMP ID     PAY RATE F EFF DATE        '.

       01  WS-COMP-DTL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CL-EMP-ID            PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CL-PAY-RATE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CL-PAY-FREQ          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CL-EFF-DATE          PIC X(08).

       01  WS-CNCT-COL-LINE.
           05  FILLER               PIC X(40) VALUE
               '  EMP ID ADDRESS                        '.
           05  FILLER               PIC X(40) VALUE
               'PHONE      EMERGENCY CONTACT            '.

       01  WS-CNCT-DTL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  NL-EMP-ID            PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  NL-ADDRESS           PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  NL-PHONE             PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  NL-EC-NAME           PIC X(20).

       01  WS-XFER-COL-LINE.
           05  FILLER               PIC X(40) VALUE
               '  EMP ID EFF DATE NEW  KEYED BY TERM KEY'.
           05  FILLER               PIC X(40) VALUE
               'ED ON LAST NAME            EXCEPTION    '.

       01  WS-XFER-DTL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  XL-EMP-ID            PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  XL-EFF-DATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  XL-NEW-DEPT          PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  XL-USER-ID           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  XL-TERM-ID           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  XL-KEYED-DATE        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  XL-LAST-NAME         PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  XL-EXCEPTION         PIC X(30).

       01  WS-NONE-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE 'NONE FOUND'.

       01  WS-SECT-TOT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE
               'SECTION TOTAL: '.
           05  ST-COUNT             PIC ZZZ,ZZ9.

       01  WS-TOT-LINE.
           05  TL-LABEL             PIC X(40).
           05  TL-COUNT             PIC ZZZ,ZZ9.

           COPY RUNCWORK.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE 'P04AS23' TO WS-RUN-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           PERFORM OPEN-FILES
           PERFORM PRINT-REPORT-HEADING
           PERFORM SWEEP-COMPENSATION
           PERFORM SWEEP-CONTACTS
           PERFORM SWEEP-TRANSFERS
           PERFORM PRINT-SWEEP-TOTALS
           PERFORM CLOSE-FILES
           DISPLAY 'P04AS23 - COMPMSTR ORPHANS:        '
               WS-COMP-ORPHAN-COUNT
           DISPLAY 'P04AS23 - CNCTMSTR ORPHANS:        '
               WS-CNCT-ORPHAN-COUNT
           DISPLAY 'P04AS23 - XFER, NO EMPLOYEE:       '
               WS-XFER-NO-EMP-COUNT
           DISPLAY 'P04AS23 - XFER, EMPLOYEE INACTIVE: '
               WS-XFER-INACTIVE-COUNT
           DISPLAY 'P04AS23 - XFER, DEPT NOT ON FILE:  '
               WS-XFER-NO-DEPT-COUNT
           IF WS-ORPHAN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE WS-RUN-READ-COUNT = WS-COMP-READ-COUNT
               + WS-CNCT-READ-COUNT + WS-XFER-READ-COUNT
           MOVE WS-ORPHAN-COUNT TO WS-RUN-REJECT-COUNT
           PERFORM POST-RUN-CONTROL
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT COMP-MASTER-FILE
           OPEN INPUT CONTACT-MASTER-FILE
           OPEN INPUT TRANSFER-FILE
           OPEN INPUT EMP-MASTER-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'P04AS23 - EMPMSTR OPEN FAILED, STATUS '
                   WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'P04AS23 - DEPTMSTR OPEN FAILED, STATUS '
                   WS-DEPT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE.

       CLOSE-FILES.
           CLOSE COMP-MASTER-FILE
           CLOSE CONTACT-MASTER-FILE
           CLOSE TRANSFER-FILE
           CLOSE EMP-MASTER-FILE
           CLOSE DEPT-MASTER-FILE
           CLOSE PRINT-FILE.

      * Pay data for someone with no employee record - the one an
      * auditor will ask about first.
       SWEEP-COMPENSATION.
           MOVE 'COMPENSATION RECORDS (COMPMSTR) WITH NO EMPLOYEE'
               TO SH-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE SPACES TO PRINT-LINE
           MOVE WS-COMP-COL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ COMP-MASTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COMP-READ-COUNT
                       MOVE COMP-EMP-ID TO EMP-ID
                       PERFORM LOOK-UP-EMPLOYEE
                       IF WS-EMP-NOT-FOUND
                           ADD 1 TO WS-COMP-ORPHAN-COUNT
                           PERFORM PRINT-COMP-ORPHAN
                       END-IF
               END-READ
           END-PERFORM
           PERFORM PRINT-SECTION-TOTAL.

       SWEEP-CONTACTS.
           MOVE 'CONTACT RECORDS (CNCTMSTR) WITH NO EMPLOYEE'
               TO SH-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE SPACES TO PRINT-LINE
           MOVE WS-CNCT-COL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ CONTACT-MASTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNCT-READ-COUNT
                       MOVE CNCT-EMP-ID TO EMP-ID
                       PERFORM LOOK-UP-EMPLOYEE
                       IF WS-EMP-NOT-FOUND
                           ADD 1 TO WS-CNCT-ORPHAN-COUNT
                           PERFORM PRINT-CNCT-ORPHAN
                       END-IF
               END-READ
           END-PERFORM
           PERFORM PRINT-SECTION-TOTAL.

      * A transfer can fail more than one test - employee inactive
      * and target department gone, say - and prints once for each
      * so every fix HR has to make is on the listing.
       SWEEP-TRANSFERS.
           MOVE 'PENDING TRANSFERS (XFERMSTR) THAT CANNOT APPLY'
               TO SH-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE SPACES TO PRINT-LINE
           MOVE WS-XFER-COL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ TRANSFER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-XFER-READ-COUNT
                       PERFORM CHECK-TRANSFER
               END-READ
           END-PERFORM
           PERFORM PRINT-SECTION-TOTAL.

       CHECK-TRANSFER.
           MOVE XFR-EMP-ID TO EMP-ID
           PERFORM LOOK-UP-EMPLOYEE
           IF WS-EMP-NOT-FOUND
               ADD 1 TO WS-XFER-NO-EMP-COUNT
               MOVE '** NOT ON EMPMSTR **' TO XL-LAST-NAME
               MOVE 'EMPLOYEE NOT ON EMPMSTR' TO XL-EXCEPTION
               PERFORM PRINT-XFER-ORPHAN
           ELSE
               IF EMP-INACTIVE
                   ADD 1 TO WS-XFER-INACTIVE-COUNT
                   MOVE EMP-LAST-NAME TO XL-LAST-NAME
                   MOVE 'EMPLOYEE INACTIVE' TO XL-EXCEPTION
                   PERFORM PRINT-XFER-ORPHAN
               END-IF
           END-IF
           MOVE XFR-NEW-DEPT TO DEPT-CODE
           READ DEPT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-XFER-NO-DEPT-COUNT
                   IF WS-EMP-FOUND
                       MOVE EMP-LAST-NAME TO XL-LAST-NAME
                   ELSE
                       MOVE '** NOT ON EMPMSTR **' TO XL-LAST-NAME
                   END-IF
                   MOVE 'NEW DEPT NOT ON DEPTMSTR' TO XL-EXCEPTION
                   PERFORM PRINT-XFER-ORPHAN
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       LOOK-UP-EMPLOYEE.
           SET WS-EMP-FOUND TO TRUE
           READ EMP-MASTER-FILE
               INVALID KEY
                   SET WS-EMP-NOT-FOUND TO TRUE
           END-READ.

       PRINT-COMP-ORPHAN.
           MOVE COMP-EMP-ID TO CL-EMP-ID
           IF COMP-PAY-RATE IS NUMERIC
               MOVE COMP-PAY-RATE TO CL-PAY-RATE
           ELSE
               MOVE ZERO TO CL-PAY-RATE
           END-IF
           MOVE COMP-PAY-FREQ TO CL-PAY-FREQ
           MOVE COMP-EFF-DATE TO CL-EFF-DATE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-COMP-DTL-LINE TO PRINT-LINE
           PERFORM WRITE-ORPHAN-LINE.

       PRINT-CNCT-ORPHAN.
           MOVE CNCT-EMP-ID TO NL-EMP-ID
           MOVE CNCT-ADDRESS TO NL-ADDRESS
           MOVE CNCT-PHONE TO NL-PHONE
           MOVE CNCT-EC-NAME TO NL-EC-NAME
           MOVE SPACES TO PRINT-LINE
           MOVE WS-CNCT-DTL-LINE TO PRINT-LINE
           PERFORM WRITE-ORPHAN-LINE.

       PRINT-XFER-ORPHAN.
           MOVE XFR-EMP-ID TO XL-EMP-ID
           MOVE XFR-EFF-DATE TO XL-EFF-DATE
           MOVE XFR-NEW-DEPT TO XL-NEW-DEPT
           MOVE XFR-USER-ID TO XL-USER-ID
           MOVE XFR-TERM-ID TO XL-TERM-ID
           MOVE XFR-KEYED-DATE TO XL-KEYED-DATE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-XFER-DTL-LINE TO PRINT-LINE
           PERFORM WRITE-ORPHAN-LINE.

       WRITE-ORPHAN-LINE.
           WRITE PRINT-LINE
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-ORPHAN-COUNT.

       PRINT-SECTION-HEADING.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-SECT-HDG-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-SECTION-TOTAL.
           IF WS-SECTION-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-NONE-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           MOVE WS-SECTION-COUNT TO ST-COUNT
           MOVE WS-SECT-TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-HDG-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-SWEEP-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'COMPENSATION RECORDS, NO EMPLOYEE:' TO TL-LABEL
           MOVE WS-COMP-ORPHAN-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CONTACT RECORDS, NO EMPLOYEE:' TO TL-LABEL
           MOVE WS-CNCT-ORPHAN-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'TRANSFERS, EMPLOYEE NOT ON EMPMSTR:' TO TL-LABEL
           MOVE WS-XFER-NO-EMP-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'TRANSFERS, EMPLOYEE INACTIVE:' TO TL-LABEL
           MOVE WS-XFER-INACTIVE-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'TRANSFERS, NEW DEPT NOT ON DEPTMSTR:' TO TL-LABEL
           MOVE WS-XFER-NO-DEPT-COUNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

           COPY RUNCPOST.
