      * SCHDMNT - batch schedule calendar maintenance transaction.
      * XCTL'd from P04AS02 like MENUMNT, supervisor only.  Drives
      * inquire/add/change/delete against the SCHDMSTR VSAM KSDS
      * (SCHDREC.CPY) keyed on entry type plus job id or date - the
      * file the morning P04AS18 status report checks the night's
      * RUNCTL postings against.  A J entry puts a job on the
      * schedule with its frequency; an H entry marks a holiday, on
      * which weekday jobs are not expected; a P entry adds a date to
      * the pay-period end list.  A job added here is expected from
      * the next morning's report on - nothing recompiles.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDMNT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * SYMBOLIC MAP of SCHDMNT Created by CACXBMS Version 6.1.0002
       01  SCHDMNTI.
           02  FILLER                            PIC X(12).
           02  TITLEL                            PIC S9(4) COMP-4.
           02  TITLEF                            PIC X.
           02  FILLER REDEFINES TITLEF.
               03  TITLEA                        PIC X.
           02  TITLEI                            PIC X(028).
           02  FUNCL                             PIC S9(4) COMP-4.
           02  FUNCF                             PIC X.
           02  FILLER REDEFINES FUNCF.
               03  FUNCA                         PIC X.
           02  FUNCI                             PIC X(001).
           02  STYPEL                            PIC S9(4) COMP-4.
           02  STYPEF                            PIC X.
           02  FILLER REDEFINES STYPEF.
               03  STYPEA                        PIC X.
           02  STYPEI                            PIC X(001).
           02  SIDL                              PIC S9(4) COMP-4.
           02  SIDF                              PIC X.
           02  FILLER REDEFINES SIDF.
               03  SIDA                          PIC X.
           02  SIDI                              PIC X(008).
           02  SFREQL                            PIC S9(4) COMP-4.
           02  SFREQF                            PIC X.
           02  FILLER REDEFINES SFREQF.
               03  SFREQA                        PIC X.
           02  SFREQI                            PIC X(001).
           02  SDESCL                            PIC S9(4) COMP-4.
           02  SDESCF                            PIC X.
           02  FILLER REDEFINES SDESCF.
               03  SDESCA                        PIC X.
           02  SDESCI                            PIC X(030).
           02  SUPDBYL                           PIC S9(4) COMP-4.
           02  SUPDBYF                           PIC X.
           02  FILLER REDEFINES SUPDBYF.
               03  SUPDBYA                       PIC X.
           02  SUPDBYI                           PIC X(008).
           02  SUPDDTL                           PIC S9(4) COMP-4.
           02  SUPDDTF                           PIC X.
           02  FILLER REDEFINES SUPDDTF.
               03  SUPDDTA                       PIC X.
           02  SUPDDTI                           PIC X(008).
           02  MESSAGEL                          PIC S9(4) COMP-4.
           02  MESSAGEF                          PIC X.
           02  FILLER REDEFINES MESSAGEF.
               03  MESSAGEA                      PIC X.
           02  MESSAGEI                          PIC X(050).
       01  SCHDMNTO REDEFINES SCHDMNTI.
           02  FILLER                            PIC X(12).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  TITLEO                            PIC X(028).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  FUNCO                             PIC X(001).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  STYPEO                            PIC X(001).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  SIDO                              PIC X(008).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  SFREQO                            PIC X(001).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  SDESCO                            PIC X(030).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  SUPDBYO                           PIC X(008).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  SUPDDTO                           PIC X(008).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  MESSAGEO                          PIC X(050).

           COPY SCHDREC.

      * COMMAREA handed off by P04AS02 - same shape MENUMNT
      * receives.
       01  WS-SCHDMNT-COMMAREA.
           05  WS-CA-FUNCTION      PIC X(01).
           05  WS-CA-USER-ID       PIC X(08).
           05  WS-CA-TERM-ID       PIC X(04).
           05  WS-CA-AUTH-LEVEL    PIC 9(02).
           05  WS-CA-EMP-ID        PIC X(06).

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-SUPV-AUTH-LEVEL      PIC 9(02) VALUE 90.
       01  WS-AUTHORIZED-SW        PIC X(01).
           88  WS-AUTHORIZED           VALUE 'Y'.
           88  WS-NOT-AUTHORIZED       VALUE 'N'.

       01  WS-FIELDS-VALID-SW      PIC X(01).
           88  WS-FIELDS-VALID         VALUE 'Y'.
           88  WS-FIELDS-INVALID       VALUE 'N'.

       01  WS-SCHD-KEY.
           05  WS-SK-TYPE          PIC X(01).
           05  WS-SK-ID            PIC X(08).

       01  WS-SCHDMNT-TIMESTAMP.
           05  WS-SM-DATE          PIC X(08).
           05  FILLER              PIC X(13).

      * Per-terminal session record SIGNON keeps - read back and
      * refreshed on every pass, the same liveness check the menu
      * makes, so a session the idle sweep dropped cannot keep
      * working here off a stale COMMAREA.
       01  WS-SESSION-QUEUE.
           05  FILLER              PIC X(03) VALUE 'SGN'.
           05  WS-SQ-TERM-ID       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
       01  WS-SESSION-ITEM         PIC S9(4) COMP VALUE 1.
       01  WS-SESN-STAMP.
           05  WS-SESN-DATE        PIC X(08).
           05  WS-SESN-TIME        PIC X(06).
           05  FILLER              PIC X(07).

           COPY SESNREC.

           COPY MSGCODES.

       PROCEDURE DIVISION.

       MAIN-PARA.
           EXEC CICS HANDLE CONDITION
               MAPFAIL   (FIRST-TIME-DISPLAY)
               ERROR     (ABEND-SCHDMNT)
           END-EXEC

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA (1:EIBCALEN)
                   TO WS-SCHDMNT-COMMAREA (1:EIBCALEN)
           END-IF

           PERFORM CHECK-TERMINAL-SESSION

           PERFORM CHECK-SUPERVISOR

           EXEC CICS RECEIVE MAP('SCHDMNT')
               MAPSET('SCHDMNT')
               INTO(SCHDMNTI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO FIRST-TIME-DISPLAY
           END-IF

           MOVE SPACES TO MESSAGEO
           MOVE STYPEI TO WS-SK-TYPE
           MOVE SIDI TO WS-SK-ID
           IF WS-NOT-AUTHORIZED
               MOVE 'NAU' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           ELSE
               EVALUATE TRUE
                   WHEN FUNCI = 'I'
                       PERFORM DO-SCHD-INQUIRE
                   WHEN FUNCI = 'A'
                       PERFORM DO-SCHD-ADD
                   WHEN FUNCI = 'C'
                       PERFORM DO-SCHD-CHANGE
                   WHEN FUNCI = 'D'
                       PERFORM DO-SCHD-DELETE
                   WHEN OTHER
                       MOVE 'CHO' TO WS-MSG-LOOKUP-CODE
                       PERFORM LOOKUP-MESSAGE
                       MOVE WS-MSG-RESULT TO MESSAGEO
               END-EVALUATE
           END-IF

           PERFORM SEND-SCHDMNT-MAP
           EXEC CICS RETURN
               TRANSID('SCHM')
               COMMAREA(WS-SCHDMNT-COMMAREA)
           END-EXEC
           GOBACK.

       CHECK-SUPERVISOR.
           SET WS-NOT-AUTHORIZED TO TRUE
           IF WS-CA-AUTH-LEVEL IS NUMERIC AND
              WS-CA-AUTH-LEVEL >= WS-SUPV-AUTH-LEVEL
               SET WS-AUTHORIZED TO TRUE
           END-IF.

       DO-SCHD-INQUIRE.
           EXEC CICS READ FILE('SCHDMSTR')
               INTO(SCHEDULE-RECORD)
               RIDFLD(WS-SCHD-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SCH-FREQ TO SFREQO
               MOVE SCH-DESC TO SDESCO
               MOVE SCH-USER-ID TO SUPDBYO
               MOVE SCH-UPD-DATE TO SUPDDTO
           ELSE
               MOVE 'SNF' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           END-IF.

       DO-SCHD-ADD.
           PERFORM VALIDATE-SCHD-FIELDS
           IF WS-FIELDS-VALID
               MOVE SPACES TO SCHEDULE-RECORD
               MOVE WS-SCHD-KEY TO SCH-KEY
               PERFORM FILL-SCHD-FIELDS
               EXEC CICS WRITE FILE('SCHDMSTR')
                   FROM(SCHEDULE-RECORD)
                   RIDFLD(WS-SCHD-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
               ELSE
                   MOVE 'SDP' TO WS-MSG-LOOKUP-CODE
               END-IF
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           END-IF.

       DO-SCHD-CHANGE.
           PERFORM VALIDATE-SCHD-FIELDS
           IF WS-FIELDS-VALID
               EXEC CICS READ FILE('SCHDMSTR')
                   INTO(SCHEDULE-RECORD)
                   RIDFLD(WS-SCHD-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'SNF' TO WS-MSG-LOOKUP-CODE
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               ELSE
                   PERFORM FILL-SCHD-FIELDS
                   EXEC CICS REWRITE FILE('SCHDMSTR')
                       FROM(SCHEDULE-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               END-IF
           END-IF.

       DO-SCHD-DELETE.
           EXEC CICS DELETE FILE('SCHDMSTR')
               RIDFLD(WS-SCHD-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
           ELSE
               MOVE 'SNF' TO WS-MSG-LOOKUP-CODE
           END-IF
           PERFORM LOOKUP-MESSAGE
           MOVE WS-MSG-RESULT TO MESSAGEO.

      * A job entry needs a job id and one of the four frequencies;
      * a holiday or pay-period entry is keyed by its date, which
      * must be eight digits - P04AS18 compares it to the run date
      * character for character.  The frequency means nothing on a
      * date entry and is blanked.
       VALIDATE-SCHD-FIELDS.
           SET WS-FIELDS-VALID TO TRUE
           MOVE WS-SK-TYPE TO SCH-TYPE
           MOVE SFREQI TO SCH-FREQ
           IF NOT SCH-TYPE-VALID
               SET WS-FIELDS-INVALID TO TRUE
               MOVE 'STY' TO WS-MSG-LOOKUP-CODE
           ELSE
               IF SCH-JOB-ENTRY
                   IF WS-SK-ID = SPACES OR NOT SCH-FREQ-VALID
                       SET WS-FIELDS-INVALID TO TRUE
                       MOVE 'SFQ' TO WS-MSG-LOOKUP-CODE
                   END-IF
               ELSE
                   IF WS-SK-ID IS NOT NUMERIC
                       SET WS-FIELDS-INVALID TO TRUE
                       MOVE 'SDT' TO WS-MSG-LOOKUP-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-FIELDS-INVALID
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           END-IF.

       FILL-SCHD-FIELDS.
           MOVE FUNCTION CURRENT-DATE TO WS-SCHDMNT-TIMESTAMP
           IF SCH-JOB-ENTRY
               MOVE SFREQI TO SCH-FREQ
           ELSE
               MOVE SPACE TO SCH-FREQ
           END-IF
           MOVE SDESCI TO SCH-DESC
           MOVE WS-CA-USER-ID TO SCH-USER-ID
           MOVE WS-SM-DATE TO SCH-UPD-DATE
           MOVE SCH-FREQ TO SFREQO
           MOVE SCH-USER-ID TO SUPDBYO
           MOVE SCH-UPD-DATE TO SUPDDTO.

       SEND-SCHDMNT-MAP.
           MOVE 'BATCH SCHEDULE MAINTENANCE' TO TITLEO
           MOVE STYPEI TO STYPEO
           MOVE SIDI TO SIDO
           EXEC CICS SEND MAP('SCHDMNT')
               MAPSET('SCHDMNT')
               FROM(SCHDMNTO)
               ERASE
           END-EXEC.

       FIRST-TIME-DISPLAY.
           MOVE SPACES TO SCHDMNTO
           MOVE 'BATCH SCHEDULE MAINTENANCE' TO TITLEO
           MOVE WS-CA-FUNCTION TO FUNCO
           IF WS-NOT-AUTHORIZED
               MOVE 'NAU' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           END-IF
           EXEC CICS SEND MAP('SCHDMNT')
               MAPSET('SCHDMNT')
               FROM(SCHDMNTO)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID('SCHM')
               COMMAREA(WS-SCHDMNT-COMMAREA)
           END-EXEC
           GOBACK.

       ABEND-SCHDMNT.
           MOVE SPACES TO SCHDMNTO
           MOVE 'SYSTEM ERROR - CONTACT SUPPORT' TO MESSAGEO
           EXEC CICS SEND MAP('SCHDMNT')
               MAPSET('SCHDMNT')
               FROM(SCHDMNTO)
               ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           GOBACK.

      * The COMMAREA says who signed on; the session record says
      * whether that sign-on is still alive.  Missing or belonging
      * to someone else means the idle sweep (or a new sign-on)
      * took the terminal - back to SIGNON instead of running
      * under a stale identity.  Activity here refreshes the
      * last-activity stamp just as the menu does, so an operator
      * deep in one screen never times out while working.
       CHECK-TERMINAL-SESSION.
           MOVE WS-CA-TERM-ID TO WS-SQ-TERM-ID
           EXEC CICS READQ TS
               QUEUE(WS-SESSION-QUEUE)
               INTO(TERMINAL-SESSION-RECORD)
               ITEM(WS-SESSION-ITEM)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR SES-USER-ID NOT = WS-CA-USER-ID
               EXEC CICS XCTL PROGRAM('SIGNON')
               END-EXEC
               GOBACK
           END-IF
           PERFORM REFRESH-SESSION-STAMP.

       REFRESH-SESSION-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-SESN-STAMP
           MOVE WS-SESN-DATE TO SES-LAST-DATE
           MOVE WS-SESN-TIME TO SES-LAST-TIME
           EXEC CICS DELETEQ TS
               QUEUE(WS-SESSION-QUEUE)
               RESP(WS-RESP)
           END-EXEC
           EXEC CICS WRITEQ TS
               QUEUE(WS-SESSION-QUEUE)
               FROM(TERMINAL-SESSION-RECORD)
               LENGTH(LENGTH OF TERMINAL-SESSION-RECORD)
               RESP(WS-RESP)
           END-EXEC.

           COPY MSGLOOK.
