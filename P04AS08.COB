      * day's adds, changes, deactivations and reactivations with a
      * field-by-field old/new comparison pulled from the before and
      * after record images, so "who changed this employee's hire
      * date" is answered from paper instead of guesswork.  Pending
      * transfers changed or cancelled on XFERMNT print in the same
      * run with the old and new effective date and department, and
      * a cancel with the reason keyed for it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS08.

           05  AF-STATUS           PIC X(01).
           05  FILLER              PIC X(10).

      * On a transfer change or cancel the images are XFERREC
      * records instead - mirrored the same way - and a cancel's
      * after image holds the reason it was called off.
       01  WS-BEFORE-XFER.
           05  BX-EMP-ID           PIC X(06).
           05  BX-EFF-DATE         PIC X(08).
           05  BX-NEW-DEPT         PIC X(04).
           05  BX-USER-ID          PIC X(08).
           05  BX-TERM-ID          PIC X(04).
           05  BX-KEYED-DATE       PIC X(08).
           05  FILLER              PIC X(26).
       01  WS-AFTER-XFER.
           05  AX-EMP-ID           PIC X(06).
           05  AX-EFF-DATE         PIC X(08).
           05  AX-NEW-DEPT         PIC X(04).
           05  AX-USER-ID          PIC X(08).
           05  AX-TERM-ID          PIC X(04).
           05  AX-KEYED-DATE       PIC X(08).
           05  FILLER              PIC X(26).
       01  WS-CANCEL-REASON REDEFINES WS-AFTER-XFER.
           05  CX-REASON           PIC X(30).
           05  FILLER              PIC X(34).

       01  WS-FIELD-CHANGE-COUNT    PIC 9(03) VALUE ZERO.

       01  WS-ADD-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-DEACT-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-REACT-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-OTHER-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-XCHG-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-XCAN-COUNT            PIC 9(07) VALUE ZERO.

       01  WS-FUNC-DESC             PIC X(12).

           05  FILLER               PIC X(04) VALUE ' -> '.
           05  FL-NEW-VALUE         PIC X(20).

       01  WS-RSN-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE
               'REASON      : '.
           05  RSN-REASON           PIC X(30).

       01  WS-NOCHG-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
           05  FILLER               PIC X(12) VALUE '  UNKNOWN:  '.
           05  TL-OTHER-COUNT       PIC ZZZ,ZZ9.

       01  WS-TOT-LINE-3.
           05  FILLER               PIC X(22) VALUE
               '   TRANSFERS CHANGED: '.
           05  TL-XCHG-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE '  CANCELLED:'.
           05  TL-XCAN-COUNT        PIC ZZZ,ZZ9.

           COPY RUNCWORK.

       PROCEDURE DIVISION.
           ADD WS-DEACT-COUNT TO WS-RUN-READ-COUNT
           ADD WS-REACT-COUNT TO WS-RUN-READ-COUNT
           ADD WS-OTHER-COUNT TO WS-RUN-READ-COUNT
           ADD WS-XCHG-COUNT TO WS-RUN-READ-COUNT
           ADD WS-XCAN-COUNT TO WS-RUN-READ-COUNT
           MOVE WS-OTHER-COUNT TO WS-RUN-REJECT-COUNT
           PERFORM POST-RUN-CONTROL
           STOP RUN.
               WHEN EA-REACTIVATE
                   MOVE 'REACTIVATED ' TO WS-FUNC-DESC
                   ADD 1 TO WS-REACT-COUNT
               WHEN EA-XFER-CHANGE
                   MOVE 'XFER CHANGED' TO WS-FUNC-DESC
                   ADD 1 TO WS-XCHG-COUNT
               WHEN EA-XFER-CANCEL
                   MOVE 'XFER CANCEL ' TO WS-FUNC-DESC
                   ADD 1 TO WS-XCAN-COUNT
               WHEN OTHER
                   MOVE 'UNKNOWN     ' TO WS-FUNC-DESC
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE
           PERFORM PRINT-RECORD-HEADER
           IF EA-XFER-ENTRY
               PERFORM PRINT-XFER-CHANGES
           ELSE
               PERFORM PRINT-FIELD-CHANGES
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

               WRITE PRINT-LINE
           END-IF.

      * A cancel shows the move that will no longer happen and why;
      * a change shows whichever of date and department moved, plus
      * the operator who had keyed it before.
       PRINT-XFER-CHANGES.
           MOVE EA-BEFORE-IMAGE TO WS-BEFORE-XFER
           MOVE EA-AFTER-IMAGE TO WS-AFTER-XFER
           MOVE ZERO TO WS-FIELD-CHANGE-COUNT
           IF EA-XFER-CANCEL
               MOVE 'EFF DATE    ' TO FL-FIELD-NAME
               MOVE BX-EFF-DATE TO FL-OLD-VALUE
               MOVE 'CANCELLED' TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
               MOVE 'TO DEPT     ' TO FL-FIELD-NAME
               MOVE BX-NEW-DEPT TO FL-OLD-VALUE
               MOVE 'CANCELLED' TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
               MOVE 'KEYED BY    ' TO FL-FIELD-NAME
               MOVE BX-USER-ID TO FL-OLD-VALUE
               MOVE SPACES TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
               MOVE SPACES TO PRINT-LINE
               MOVE CX-REASON TO RSN-REASON
               MOVE WS-RSN-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               IF BX-EFF-DATE NOT = AX-EFF-DATE
                   MOVE 'EFF DATE    ' TO FL-FIELD-NAME
                   MOVE BX-EFF-DATE TO FL-OLD-VALUE
                   MOVE AX-EFF-DATE TO FL-NEW-VALUE
                   PERFORM PRINT-FIELD-LINE
               END-IF
               IF BX-NEW-DEPT NOT = AX-NEW-DEPT
                   MOVE 'TO DEPT     ' TO FL-FIELD-NAME
                   MOVE BX-NEW-DEPT TO FL-OLD-VALUE
                   MOVE AX-NEW-DEPT TO FL-NEW-VALUE
                   PERFORM PRINT-FIELD-LINE
               END-IF
               MOVE 'KEYED BY    ' TO FL-FIELD-NAME
               MOVE BX-USER-ID TO FL-OLD-VALUE
               MOVE AX-USER-ID TO FL-NEW-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF.

       PRINT-FIELD-LINE.
           ADD 1 TO WS-FIELD-CHANGE-COUNT
           MOVE SPACES TO PRINT-LINE
           MOVE WS-REACT-COUNT TO TL-REACT-COUNT
           MOVE WS-OTHER-COUNT TO TL-OTHER-COUNT
           MOVE WS-TOT-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-XCHG-COUNT TO TL-XCHG-COUNT
           MOVE WS-XCAN-COUNT TO TL-XCAN-COUNT
           MOVE WS-TOT-LINE-3 TO PRINT-LINE
           WRITE PRINT-LINE.

           COPY RUNCPOST.
