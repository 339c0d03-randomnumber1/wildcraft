      * while OPERMSTR still matches it, the same stale-update guard
      * EMPMAINT carries.
           05  WS-CA-INQ-OPER-ID   PIC X(08).
           05  WS-CA-INQ-IMAGE     PIC X(64).

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-SUPV-AUTH-LEVEL      PIC 9(02) VALUE 90.
