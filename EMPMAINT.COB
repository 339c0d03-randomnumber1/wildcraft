      * from P04AS02 with the menu's function code (I/A/C/D) in the
      * COMMAREA; drives inquire/add/change/delete against the
      * EMPMSTR VSAM KSDS keyed on EMP-ID (request 005).
      * Function H hands the employee keyed in EMPIDI over to the
      * EMPHIST change-history screen.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.

           05  WS-CA-INQ-EMP-ID    PIC X(06).
           05  WS-CA-INQ-IMAGE     PIC X(64).

      * Hand-off to EMPHIST - the same shape EMPBROWS passes here.
       01  WS-EMPHIST-COMMAREA.
           05  WS-EH-FUNCTION      PIC X(01).
           05  WS-EH-USER-ID       PIC X(08).
           05  WS-EH-TERM-ID       PIC X(04).
           05  WS-EH-AUTH-LEVEL    PIC 9(02).
           05  WS-EH-EMP-ID        PIC X(06).

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-SUPV-AUTH-LEVEL      PIC 9(02) VALUE 90.
       01  WS-FIRST-TIME-SW        PIC X(01).
                   PERFORM DO-REACTIVATE
               WHEN FUNCI = 'T'
                   PERFORM DO-XFER
               WHEN FUNCI = 'H'
                   PERFORM DO-HISTORY
      * The menu already refuses option 04 to a clerk, but FUNCI can
      * be rekeyed on this screen - the authority carried in the
      * COMMAREA is checked again here so that door stays shut too.
               MOVE WS-MSG-RESULT TO MESSAGEO
           END-IF.

       DO-HISTORY.
           MOVE 'H' TO WS-EH-FUNCTION
           MOVE WS-CA-USER-ID TO WS-EH-USER-ID
           MOVE WS-CA-TERM-ID TO WS-EH-TERM-ID
           MOVE WS-CA-AUTH-LEVEL TO WS-EH-AUTH-LEVEL
           MOVE EMPIDI TO WS-EH-EMP-ID
           EXEC CICS XCTL PROGRAM('EMPHIST')
               COMMAREA(WS-EMPHIST-COMMAREA)
           END-EXEC.

      * One EMPQ entry per successful update - before and after
      * images of the whole record, stamped with who did it, where,
      * and when.  Inquiries and rejected updates write nothing.
