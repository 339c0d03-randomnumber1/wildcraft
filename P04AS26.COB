      * P04AS26 - nightly employee delta feed for the downstream
      * systems that keep their own copy of the staff list.  Writes
      * one comma-separated row for every employee whose record was
      * touched on the feed date, found from that day's EMPQ audit
      * entries (EMPAUD.CPY) - the online adds, changes,
      * deactivations and reactivations EMPMAINT logs, and the
      * transfers P04AS15 applies in batch.  The extract holds the
      * whole month, so the JCL sorts it into employee and time
      * order and only entries stamped with the feed date count -
      * changes to transfers still pending (XFERMNT) alter nothing on
      * EMPMSTR and are passed over.
      * However many times an employee was touched in the day, the
      * feed carries one row with the values now on EMPMSTR,
      * CNCTMSTR and the department description, and one change
      * type netted across the day:
      *   NEW          added on the day
      *   DEACTIVATED  active at the start of the day, inactive now
      *   REACTIVATED  inactive at the start of the day, active now
      *   TRANSFERRED  department differs from the start of the day
      *   CHANGED      anything else (names, hire date, contacts)
      * A full-refresh run (FULL on the SYSIN card) ignores the
      * audit entries and writes every active employee with change
      * type REFRESH, for resyncing a downstream copy that has
      * drifted.  Row layout, every field trimmed and any field
      * holding a comma or a quote wrapped in quotes:
      *   H,mode,feed date,run date,run time
      *   D,change type,emp id,last name,first name,dept,
      *     dept description,hire date,status,address,phone,
      *     emergency contact name,emergency contact phone
      *   T,feed date,detail row count
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT EMP-AUDIT-FILE ASSIGN TO EMPQIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT EMP-MASTER-FILE ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CNCT-MASTER-FILE ASSIGN TO CNCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNCT-EMP-ID
               FILE STATUS IS WS-CNCT-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT DELTA-FEED-FILE ASSIGN TO FEEDOUT
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
           05  CC-FEED-MODE            PIC X(05).
           05  FILLER                  PIC X(01).
           05  CC-FEED-DATE            PIC X(08).
           05  FILLER                  PIC X(66).

       FD  EMP-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 168 CHARACTERS.
           COPY EMPAUD.

       FD  EMP-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
           COPY EMPREC.

       FD  CNCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 86 CHARACTERS.
           COPY CNCTREC.

       FD  DEPT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
           COPY DEPTREC.

       FD  DELTA-FEED-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       01  DELTA-FEED-RECORD           PIC X(250).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

       01  WS-DAY-ENTRY-SW          PIC X(01).
           88  WS-DAY-ENTRY             VALUE 'Y'.

       01  WS-EMP-ADDED-SW          PIC X(01).
           88  WS-EMP-ADDED             VALUE 'Y'.

       01  WS-FEED-MODE-SW          PIC X(01) VALUE 'D'.
           88  WS-DELTA-RUN             VALUE 'D'.
           88  WS-FULL-REFRESH          VALUE 'F'.

       01  WS-EMP-STATUS            PIC X(02).
       01  WS-CNCT-STATUS           PIC X(02).
       01  WS-DEPT-STATUS           PIC X(02).

       01  WS-FEED-DATE             PIC X(08).
       01  WS-FEED-MODE-NAME        PIC X(05).
       01  WS-CUR-EMP-ID            PIC X(06).
       01  WS-CHANGE-TYPE           PIC X(11).

      * The before image of the employee's first audit entry of the
      * day is how the record stood at the start of the day - this
      * mirrors EMPREC.CPY field for field (the P04AS08 layout) so
      * it can be compared with what is on EMPMSTR now.
       01  WS-BEFORE-EMP.
           05  BE-EMP-ID           PIC X(06).
           05  BE-LAST-NAME        PIC X(20).
           05  BE-FIRST-NAME       PIC X(15).
           05  BE-DEPT             PIC X(04).
           05  BE-HIRE-DATE        PIC X(08).
           05  BE-STATUS           PIC X(01).
               88  BE-ACTIVE           VALUE 'A'.
               88  BE-INACTIVE         VALUE 'I'.
           05  FILLER              PIC X(10).

      * CSV row assembly - each field is dropped into WS-CSV-FIELD,
      * trimmed to WS-CSV-LEN and appended at WS-CSV-PTR.
       01  WS-CSV-LINE              PIC X(250).
       01  WS-CSV-PTR               PIC 9(03).
       01  WS-CSV-FIELD             PIC X(30).
       01  WS-CSV-LEN               PIC 9(02).
       01  WS-CSV-SUB               PIC 9(02).
       01  WS-CSV-SPECIALS          PIC 9(02).

       01  WS-RUN-TIMESTAMP.
           05  WS-RT-DATE              PIC X(08).
           05  WS-RT-TIME              PIC X(06).
           05  FILLER                  PIC X(07).

       01  WS-AUDIT-READ-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-AUDIT-DAY-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-EMP-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-ROW-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-NEW-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-CHANGED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-XFER-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-DEACT-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-REACT-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-MISSING-COUNT         PIC 9(07) VALUE ZERO.

           COPY RUNCWORK.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE 'P04AS26' TO WS-RUN-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM OPEN-FILES
           PERFORM READ-CONTROL-CARD
           PERFORM WRITE-HEADER-ROW
           IF WS-FULL-REFRESH
               PERFORM WRITE-FULL-REFRESH
           ELSE
               PERFORM WRITE-DAY-CHANGES
           END-IF
           PERFORM WRITE-TRAILER-ROW
           PERFORM CLOSE-FILES
           DISPLAY 'P04AS26 - FEED MODE:          ' WS-FEED-MODE-NAME
           DISPLAY 'P04AS26 - FEED DATE:          ' WS-FEED-DATE
           IF WS-FULL-REFRESH
               DISPLAY 'P04AS26 - EMPLOYEES READ:     '
                   WS-EMP-READ-COUNT
               MOVE WS-EMP-READ-COUNT TO WS-RUN-READ-COUNT
           ELSE
               DISPLAY 'P04AS26 - AUDIT ENTRIES READ: '
                   WS-AUDIT-READ-COUNT
               DISPLAY 'P04AS26 - ENTRIES FOR DATE:   '
                   WS-AUDIT-DAY-COUNT
               DISPLAY 'P04AS26 - NEW:                ' WS-NEW-COUNT
               DISPLAY 'P04AS26 - CHANGED:            '
                   WS-CHANGED-COUNT
               DISPLAY 'P04AS26 - TRANSFERRED:        ' WS-XFER-COUNT
               DISPLAY 'P04AS26 - DEACTIVATED:        '
                   WS-DEACT-COUNT
               DISPLAY 'P04AS26 - REACTIVATED:        '
                   WS-REACT-COUNT
               DISPLAY 'P04AS26 - NOT ON EMPMSTR:     '
                   WS-MISSING-COUNT
               MOVE WS-AUDIT-DAY-COUNT TO WS-RUN-READ-COUNT
           END-IF
           DISPLAY 'P04AS26 - ROWS WRITTEN:       ' WS-ROW-COUNT
           IF WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-MISSING-COUNT TO WS-RUN-REJECT-COUNT
           PERFORM POST-RUN-CONTROL
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT CONTROL-CARD-FILE
           OPEN INPUT EMP-AUDIT-FILE
           OPEN INPUT EMP-MASTER-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'P04AS26 - EMPMSTR OPEN FAILED, STATUS '
                   WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN INPUT CNCT-MASTER-FILE
           IF WS-CNCT-STATUS NOT = '00'
               DISPLAY 'P04AS26 - CNCTMSTR OPEN FAILED, STATUS '
                   WS-CNCT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'P04AS26 - DEPTMSTR OPEN FAILED, STATUS '
                   WS-DEPT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN OUTPUT DELTA-FEED-FILE.

       CLOSE-FILES.
           CLOSE CONTROL-CARD-FILE
           CLOSE EMP-AUDIT-FILE
           CLOSE EMP-MASTER-FILE
           CLOSE CNCT-MASTER-FILE
           CLOSE DEPT-MASTER-FILE
           CLOSE DELTA-FEED-FILE.

      * Cols 1-5 FULL for a full refresh, anything else (or no card
      * at all) is the nightly delta.  Cols 7-14 pick the day the
      * delta covers; blank or unreadable means today, which is
      * what the nightly submission wants - the date is there for
      * re-sending an earlier night the downstream side missed.
       READ-CONTROL-CARD.
           MOVE WS-RT-DATE TO WS-FEED-DATE
           READ CONTROL-CARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CC-FEED-MODE = 'FULL '
                       SET WS-FULL-REFRESH TO TRUE
                   END-IF
                   IF CC-FEED-DATE IS NUMERIC
                       MOVE CC-FEED-DATE TO WS-FEED-DATE
                   END-IF
           END-READ
           IF WS-FULL-REFRESH
               MOVE 'FULL ' TO WS-FEED-MODE-NAME
           ELSE
               MOVE 'DELTA' TO WS-FEED-MODE-NAME
           END-IF.

      * The sorted extract brings each employee's entries together
      * in time order, so the first entry of a group carries the
      * start-of-day image and the group break is where the row is
      * written.
       WRITE-DAY-CHANGES.
           PERFORM READ-NEXT-DAY-ENTRY
           PERFORM PROCESS-EMPLOYEE-ENTRIES
               UNTIL WS-EOF.

       READ-NEXT-DAY-ENTRY.
           MOVE 'N' TO WS-DAY-ENTRY-SW
           PERFORM READ-AUDIT-ENTRY
               UNTIL WS-EOF OR WS-DAY-ENTRY.

       READ-AUDIT-ENTRY.
           READ EMP-AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   IF EA-DATE = WS-FEED-DATE AND NOT EA-XFER-ENTRY
                       ADD 1 TO WS-AUDIT-DAY-COUNT
                       SET WS-DAY-ENTRY TO TRUE
                   END-IF
           END-READ.

       PROCESS-EMPLOYEE-ENTRIES.
           MOVE EA-EMP-ID TO WS-CUR-EMP-ID
           MOVE EA-BEFORE-IMAGE TO WS-BEFORE-EMP
           MOVE 'N' TO WS-EMP-ADDED-SW
           PERFORM NOTE-EMPLOYEE-ENTRY
               UNTIL WS-EOF OR EA-EMP-ID NOT = WS-CUR-EMP-ID
           PERFORM WRITE-CHANGED-EMPLOYEE.

       NOTE-EMPLOYEE-ENTRY.
           IF EA-ADD
               SET WS-EMP-ADDED TO TRUE
           END-IF
           PERFORM READ-NEXT-DAY-ENTRY.

      * An audited employee missing from EMPMSTR should not happen -
      * nothing deletes employees - so it is displayed and the job
      * ends RC=4 rather than sending a row with no values in it.
       WRITE-CHANGED-EMPLOYEE.
           MOVE WS-CUR-EMP-ID TO EMP-ID
           READ EMP-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY 'P04AS26 - AUDITED EMPLOYEE NOT ON EMPMSTR: '
                       WS-CUR-EMP-ID
               NOT INVALID KEY
                   PERFORM SET-CHANGE-TYPE
                   PERFORM WRITE-DETAIL-ROW
           END-READ.

      * Netted across the day, so a deactivate-and-reactivate or a
      * transfer keyed and then reversed does not tell the
      * downstream side about a move that did not stick.  A status
      * change outranks a department change made the same day.
       SET-CHANGE-TYPE.
           IF WS-EMP-ADDED
               MOVE 'NEW' TO WS-CHANGE-TYPE
               ADD 1 TO WS-NEW-COUNT
           ELSE
               IF EMP-INACTIVE AND BE-ACTIVE
                   MOVE 'DEACTIVATED' TO WS-CHANGE-TYPE
                   ADD 1 TO WS-DEACT-COUNT
               ELSE
                   IF EMP-ACTIVE AND BE-INACTIVE
                       MOVE 'REACTIVATED' TO WS-CHANGE-TYPE
                       ADD 1 TO WS-REACT-COUNT
                   ELSE
                       IF EMP-DEPT NOT = BE-DEPT
                           MOVE 'TRANSFERRED' TO WS-CHANGE-TYPE
                           ADD 1 TO WS-XFER-COUNT
                       ELSE
                           MOVE 'CHANGED' TO WS-CHANGE-TYPE
                           ADD 1 TO WS-CHANGED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-FULL-REFRESH.
           MOVE LOW-VALUES TO EMP-ID
           START EMP-MASTER-FILE
               KEY NOT LESS THAN EMP-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-EMPLOYEE
               UNTIL WS-EOF.

       READ-NEXT-EMPLOYEE.
           READ EMP-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EMP-READ-COUNT
                   IF EMP-ACTIVE
                       MOVE 'REFRESH' TO WS-CHANGE-TYPE
                       PERFORM WRITE-DETAIL-ROW
                   END-IF
           END-READ.

      * An employee keyed before the contact file existed, or
      * sitting in a department since removed, still goes out -
      * with those fields empty.
       WRITE-DETAIL-ROW.
           MOVE EMP-ID TO CNCT-EMP-ID
           READ CNCT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CONTACT-RECORD
           END-READ
           MOVE EMP-DEPT TO DEPT-CODE
           READ DEPT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO DEPT-DESC
           END-READ
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING 'D' DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CHANGE-TYPE TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE EMP-ID TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE EMP-LAST-NAME TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE EMP-FIRST-NAME TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE EMP-DEPT TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE DEPT-DESC TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE EMP-HIRE-DATE TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE EMP-STATUS TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE CNCT-ADDRESS TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE CNCT-PHONE TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE CNCT-EC-NAME TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE CNCT-EC-PHONE TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           WRITE DELTA-FEED-RECORD FROM WS-CSV-LINE
           ADD 1 TO WS-ROW-COUNT.

       WRITE-HEADER-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING 'H' DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-FEED-MODE-NAME TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE WS-FEED-DATE TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE WS-RT-DATE TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE WS-RT-TIME TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           WRITE DELTA-FEED-RECORD FROM WS-CSV-LINE.

      * The control trailer - the receiving side checks its count
      * of D rows against this before it applies the file.
       WRITE-TRAILER-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING 'T' DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-FEED-DATE TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE WS-ROW-COUNT TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           WRITE DELTA-FEED-RECORD FROM WS-CSV-LINE.

      * Comma, then the field with its trailing spaces dropped.  A
      * name or address holding a comma or a quote goes out in
      * quotes with any quote inside doubled, so the row still
      * splits into the right number of fields.
       APPEND-CSV-FIELD.
           STRING ',' DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE ZERO TO WS-CSV-LEN
           PERFORM VARYING WS-CSV-SUB FROM 1 BY 1
                   UNTIL WS-CSV-SUB > 30
               IF WS-CSV-FIELD(WS-CSV-SUB:1) NOT = SPACE
                   MOVE WS-CSV-SUB TO WS-CSV-LEN
               END-IF
           END-PERFORM
           IF WS-CSV-LEN > 0
               MOVE ZERO TO WS-CSV-SPECIALS
               INSPECT WS-CSV-FIELD TALLYING WS-CSV-SPECIALS
                   FOR ALL ',' ALL '"'
               IF WS-CSV-SPECIALS = 0
                   STRING WS-CSV-FIELD(1:WS-CSV-LEN) DELIMITED BY SIZE
                       INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               ELSE
                   PERFORM APPEND-QUOTED-FIELD
               END-IF
           END-IF.

       APPEND-QUOTED-FIELD.
           STRING '"' DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           PERFORM VARYING WS-CSV-SUB FROM 1 BY 1
                   UNTIL WS-CSV-SUB > WS-CSV-LEN
               IF WS-CSV-FIELD(WS-CSV-SUB:1) = '"'
                   STRING '""' DELIMITED BY SIZE
                       INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               ELSE
                   STRING WS-CSV-FIELD(WS-CSV-SUB:1) DELIMITED BY SIZE
                       INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-IF
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.

           COPY RUNCPOST.
