      * through EMPMSTR a screenful at a time, optionally filtered to
      * the single department keyed in DEPTI.  Keying an employee id
      * in SELIDI and pressing ENTER jumps into EMPMAINT inquiry on
      * that record, or PF5 into the EMPHIST change history for that
      * employee; ENTER with SELIDI blank restarts the browse from
      * the top of the file (with whatever filter is on the screen).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBROWS.
                   PERFORM PAGE-FORWARD
               WHEN EIBAID = DFHPF7
                   PERFORM PAGE-BACKWARD
               WHEN EIBAID = DFHPF5 AND SELIDI NOT = SPACES
                   PERFORM SHOW-EMPLOYEE-HISTORY
               WHEN SELIDI NOT = SPACES
                   PERFORM SELECT-EMPLOYEE
               WHEN OTHER
               COMMAREA(WS-EMPMAINT-COMMAREA)
           END-EXEC.

      * EMPHIST takes the same hand-off area EMPMAINT does.
       SHOW-EMPLOYEE-HISTORY.
           MOVE 'H' TO WS-EM-FUNCTION
           MOVE WS-CA-USER-ID TO WS-EM-USER-ID
           MOVE WS-CA-TERM-ID TO WS-EM-TERM-ID
           MOVE WS-CA-AUTH-LEVEL TO WS-EM-AUTH-LEVEL
           MOVE SELIDI TO WS-EM-EMP-ID
           EXEC CICS XCTL PROGRAM('EMPHIST')
               COMMAREA(WS-EMPMAINT-COMMAREA)
           END-EXEC.

       SEND-EMPBROWS-MAP.
           MOVE 'EMPLOYEE BROWSE' TO TITLEO
           MOVE DEPTI TO DEPTO
