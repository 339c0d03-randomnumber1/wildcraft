      * XCTL'd from P04AS02 like EMPMAINT; drives inquire/add/change/
      * delete against the DEPTMSTR VSAM KSDS keyed on DEPT-CODE.
      * This is the table EMPMAINT validates EMP-DEPT against, so
      * changes here are supervisor-only, same as OPERMNT.  Each
      * department also carries the department it reports to and
      * its manager: the parent must already be on file and must not
      * lead back round to this department, the manager must be an
      * active employee, and a department other departments report
      * to cannot be deleted until they are moved.  Every add,
      * change and delete writes a before/after image to the REFQ
      * audit queue (see LOG-DEPT-CHANGE) for P04AS31's nightly
      * print.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMNT.

           02  FILLER REDEFINES DDESCF.
               03  DDESCA                        PIC X.
           02  DDESCI                            PIC X(030).
           02  DPARENTL                          PIC S9(4) COMP-4.
           02  DPARENTF                          PIC X.
           02  FILLER REDEFINES DPARENTF.
               03  DPARENTA                      PIC X.
           02  DPARENTI                          PIC X(004).
           02  DMGRL                             PIC S9(4) COMP-4.
           02  DMGRF                             PIC X.
           02  FILLER REDEFINES DMGRF.
               03  DMGRA                         PIC X.
           02  DMGRI                             PIC X(006).
           02  DMGRNML                           PIC S9(4) COMP-4.
           02  DMGRNMF                           PIC X.
           02  FILLER REDEFINES DMGRNMF.
               03  DMGRNMA                       PIC X.
           02  DMGRNMI                           PIC X(020).
           02  MESSAGEL                          PIC S9(4) COMP-4.
           02  MESSAGEF                          PIC X.
           02  FILLER REDEFINES MESSAGEF.
           02  DDESCO                            PIC X(030).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  DPARENTO                          PIC X(004).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  DMGRO                             PIC X(006).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  DMGRNMO                           PIC X(020).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  MESSAGEO                          PIC X(050).

           COPY DEPTREC.
           88  WS-DEPT-NOT-IN-USE      VALUE 'N'.
       01  WS-DEPT-BRW-KEY         PIC X(04).

       01  WS-FIELDS-VALID-SW      PIC X(01).
           88  WS-FIELDS-VALID         VALUE 'Y'.
           88  WS-FIELDS-INVALID       VALUE 'N'.
       01  WS-DEPT-HAS-CHILD-SW    PIC X(01).
           88  WS-DEPT-HAS-CHILD       VALUE 'Y'.
           88  WS-DEPT-NO-CHILD        VALUE 'N'.

      * The department as it stood before the update, and what kind
      * of update it was, for the REFQ audit entry.
       01  WS-RA-FUNCTION          PIC X(01).
       01  WS-BEFORE-IMAGE         PIC X(44).
       01  WS-DEPTMNT-TIMESTAMP.
           05  WS-DM-DATE              PIC X(08).
           05  WS-DM-TIME              PIC X(06).
           05  FILLER                  PIC X(07).

      * Parent-chain walk for the loop check - each ancestor is read
      * into its own area so the record being maintained is left
      * alone.  The depth limit stops the walk on any loop already
      * on the file instead of spinning.
       01  WS-CHAIN-CODE           PIC X(04).
       01  WS-CHAIN-DEPTH          PIC 9(03).
       01  WS-CHAIN-MAX            PIC 9(03) VALUE 50.
       01  WS-CHAIN-END-SW         PIC X(01).
           88  WS-CHAIN-END            VALUE 'Y'.
           88  WS-CHAIN-NOT-END        VALUE 'N'.
       01  WS-CHAIN-RECORD.
           05  WS-PC-CODE          PIC X(04).
           05  WS-PC-DESC          PIC X(30).
           05  WS-PC-PARENT        PIC X(04).
           05  WS-PC-MGR-ID        PIC X(06).

      * Per-terminal session record SIGNON keeps - read back and
      * refreshed on every pass, the same liveness check the menu
      * makes, so a session the idle sweep dropped cannot keep
           COPY SESNREC.

           COPY MSGCODES.
           COPY REFAUD.

       PROCEDURE DIVISION.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE DCODEI TO WS-CA-INQ-DEPT
               MOVE DEPARTMENT-RECORD TO WS-CA-INQ-IMAGE
               PERFORM SHOW-DEPT-FIELDS
           ELSE
               MOVE 'DNF' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
           END-IF.

       DO-DEPT-ADD.
           PERFORM VALIDATE-DEPT-LINKS
           IF WS-FIELDS-VALID
               MOVE SPACES TO DEPARTMENT-RECORD
               MOVE DCODEI TO DEPT-CODE
               PERFORM FILL-DEPT-FIELDS
               EXEC CICS WRITE FILE('DEPTMSTR')
                   FROM(DEPARTMENT-RECORD)
                   RIDFLD(DCODEI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE 'A' TO WS-RA-FUNCTION
                   PERFORM LOG-DEPT-CHANGE
                   MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
               ELSE
                   MOVE 'DDP' TO WS-MSG-LOOKUP-CODE
               END-IF
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           END-IF.

      * The links are checked before the record is read for update,
      * so the parent-chain reads never touch a record this task
      * holds locked.
       DO-DEPT-CHANGE.
           PERFORM VALIDATE-DEPT-LINKS
           IF WS-FIELDS-VALID
               PERFORM REWRITE-DEPT-RECORD
           END-IF.

       REWRITE-DEPT-RECORD.
           EXEC CICS READ FILE('DEPTMSTR')
               INTO(DEPARTMENT-RECORD)
               RIDFLD(DCODEI)
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               ELSE
                   IF DEPARTMENT-RECORD NOT = WS-CA-INQ-IMAGE
                       EXEC CICS UNLOCK FILE('DEPTMSTR')
                       END-EXEC
                       MOVE DEPARTMENT-RECORD TO WS-CA-INQ-IMAGE
                       PERFORM SHOW-DEPT-FIELDS
                       MOVE 'CUP' TO WS-MSG-LOOKUP-CODE
                       PERFORM LOOKUP-MESSAGE
                       MOVE WS-MSG-RESULT TO MESSAGEO
                   ELSE
                       MOVE DEPARTMENT-RECORD TO WS-BEFORE-IMAGE
                       PERFORM FILL-DEPT-FIELDS
                       EXEC CICS REWRITE FILE('DEPTMSTR')
                           FROM(DEPARTMENT-RECORD)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           MOVE 'C' TO WS-RA-FUNCTION
                           PERFORM LOG-DEPT-CHANGE
                       END-IF
                       MOVE DEPARTMENT-RECORD TO WS-CA-INQ-IMAGE
                       MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
                       PERFORM LOOKUP-MESSAGE
                       MOVE WS-MSG-RESULT TO MESSAGEO
                   END-IF
               END-IF
           END-IF.

      * longer validate got onto the master in the first place.
       DO-DEPT-DELETE.
           PERFORM CHECK-DEPT-IN-USE
           PERFORM CHECK-DEPT-HAS-CHILDREN
           IF WS-DEPT-IN-USE
               MOVE 'DIU' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           ELSE
               IF WS-DEPT-HAS-CHILD
                   MOVE 'DPC' TO WS-MSG-LOOKUP-CODE
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               ELSE
      * Read for update first so the audit entry carries what the
      * department looked like when it came off the file.
                   EXEC CICS READ FILE('DEPTMSTR')
                       INTO(DEPARTMENT-RECORD)
                       RIDFLD(DCODEI)
                       UPDATE
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE DEPARTMENT-RECORD TO WS-BEFORE-IMAGE
                       EXEC CICS DELETE FILE('DEPTMSTR')
                           RESP(WS-RESP)
                       END-EXEC
                   END-IF
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'D' TO WS-RA-FUNCTION
                       PERFORM LOG-DEPT-CHANGE
                       MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
                   ELSE
                       MOVE 'DNF' TO WS-MSG-LOOKUP-CODE
                   END-IF
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               END-IF
           END-IF.

      * One positioned read down the EMPMSTRD path (the EMP-DEPT
               END-EXEC
           END-IF.

      * No index leads with DEPT-PARENT, so a delete browses the
      * (small) reference file for any department still reporting
      * to this one.
       CHECK-DEPT-HAS-CHILDREN.
           SET WS-DEPT-NO-CHILD TO TRUE
           MOVE LOW-VALUES TO WS-DEPT-BRW-KEY
           EXEC CICS STARTBR FILE('DEPTMSTR')
               RIDFLD(WS-DEPT-BRW-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                          OR WS-DEPT-HAS-CHILD
                   EXEC CICS READNEXT FILE('DEPTMSTR')
                       INTO(WS-CHAIN-RECORD)
                       RIDFLD(WS-DEPT-BRW-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                      AND WS-PC-PARENT = DCODEI
                       SET WS-DEPT-HAS-CHILD TO TRUE
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('DEPTMSTR')
               END-EXEC
           END-IF.

      * A blank parent makes a top-level division and a blank
      * manager a vacant post; anything keyed has to check out.
       VALIDATE-DEPT-LINKS.
           SET WS-FIELDS-VALID TO TRUE
           IF DPARENTI NOT = SPACES
               PERFORM CHECK-PARENT-CHAIN
           END-IF
           IF WS-FIELDS-VALID AND DMGRI NOT = SPACES
               EXEC CICS READ FILE('EMPMSTR')
                   INTO(EMPLOYEE-RECORD)
                   RIDFLD(DMGRI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT EMP-ACTIVE
                   SET WS-FIELDS-INVALID TO TRUE
                   MOVE 'MGR' TO WS-MSG-LOOKUP-CODE
               END-IF
           END-IF
           IF WS-FIELDS-INVALID
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           END-IF.

      * Walk up from the proposed parent.  Meeting this department
      * on the way means the change would close a loop; the parent
      * itself missing means it is not on file.  An ancestor further
      * up that has gone missing ends the walk - that is the orphan
      * sweep's problem, not this change's.
       CHECK-PARENT-CHAIN.
           MOVE DPARENTI TO WS-CHAIN-CODE
           MOVE ZERO TO WS-CHAIN-DEPTH
           SET WS-CHAIN-NOT-END TO TRUE
           PERFORM UNTIL WS-CHAIN-END OR WS-FIELDS-INVALID
               IF WS-CHAIN-CODE = DCODEI
                  OR WS-CHAIN-DEPTH > WS-CHAIN-MAX
                   SET WS-FIELDS-INVALID TO TRUE
                   MOVE 'DLP' TO WS-MSG-LOOKUP-CODE
               ELSE
                   EXEC CICS READ FILE('DEPTMSTR')
                       INTO(WS-CHAIN-RECORD)
                       RIDFLD(WS-CHAIN-CODE)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-CHAIN-END TO TRUE
                       IF WS-CHAIN-DEPTH = 0
                           SET WS-FIELDS-INVALID TO TRUE
                           MOVE 'DPN' TO WS-MSG-LOOKUP-CODE
                       END-IF
                   ELSE
                       ADD 1 TO WS-CHAIN-DEPTH
                       MOVE WS-PC-PARENT TO WS-CHAIN-CODE
                       IF WS-CHAIN-CODE = SPACES
                           SET WS-CHAIN-END TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * One REFQ entry per successful update - before and after
      * images of the whole department record, stamped with who did
      * it, where, and when.  A delete carries spaces for the after
      * image.  Inquiries and rejected updates write nothing.
       LOG-DEPT-CHANGE.
           MOVE SPACES TO REF-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-DEPTMNT-TIMESTAMP
           MOVE WS-DM-DATE TO RA-DATE
           MOVE WS-DM-TIME TO RA-TIME
           MOVE WS-CA-TERM-ID TO RA-TERM-ID
           MOVE WS-CA-USER-ID TO RA-USER-ID
           MOVE 'DEPTMSTR' TO RA-FILE-ID
           MOVE WS-RA-FUNCTION TO RA-FUNCTION
           MOVE DCODEI TO RA-KEY
           MOVE WS-BEFORE-IMAGE TO RA-BEFORE-IMAGE
           IF NOT RA-DELETE
               MOVE DEPARTMENT-RECORD TO RA-AFTER-IMAGE
           END-IF
           EXEC CICS WRITEQ TD
               QUEUE('REFQ')
               FROM(REF-AUDIT-RECORD)
               LENGTH(LENGTH OF REF-AUDIT-RECORD)
           END-EXEC.

       FILL-DEPT-FIELDS.
           MOVE DDESCI TO DEPT-DESC
           MOVE DPARENTI TO DEPT-PARENT
           MOVE DMGRI TO DEPT-MGR-ID.

      * The manager's name is shown so the operator can see the id
      * keyed is the person meant.
       SHOW-DEPT-FIELDS.
           MOVE DEPT-DESC TO DDESCO
           MOVE DEPT-PARENT TO DPARENTO
           MOVE DEPT-MGR-ID TO DMGRO
           MOVE SPACES TO DMGRNMO
           IF DEPT-MGR-ID NOT = SPACES
               EXEC CICS READ FILE('EMPMSTR')
                   INTO(EMPLOYEE-RECORD)
                   RIDFLD(DEPT-MGR-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE EMP-LAST-NAME TO DMGRNMO
               END-IF
           END-IF.

       SEND-DEPTMNT-MAP.
           MOVE 'DEPARTMENT MAINTENANCE' TO TITLEO
           MOVE DCODEI TO DCODEO
