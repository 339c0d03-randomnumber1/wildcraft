      * batch calculation from a P04AS03 run (one entry per operation,
      * terminal 'BTCH', operator from CT-OPER-ID), 'SGNT' = terminal
      * session dropped by the SESSWEEP idle sweep (operator/terminal
      * from the session record that was dropped), 'CTAP' = CALMSET
      * running-total tape entry (AUD-INPUT1 the accumulator before,
      * AUD-INPUT2 the figure keyed, AUD-RESULT the accumulator
      * after; the tape commands log as SB/TO/UN/PR so only the
      * AD/SU entries reach the control-total reconciliation),
      * 'SGNC' = sign-on refused because the operator already holds
      * a live session at another terminal, or let through on a
      * supervisor override that ended that session (AUD-INPUT1 the
      * other terminal, AUD-INPUT2 the supervisor, AUD-STATUS SGA
      * refused / SGV override refused / OVR overridden).
       01  AUDIT-RECORD.
           05  AUD-DATE            PIC X(08).
           05  AUD-TIME            PIC X(06).
               88  AUD-SIGNON-FAIL     VALUE 'SGNF'.
               88  AUD-BATCH-CALC      VALUE 'BCLC'.
               88  AUD-SIGNON-TIMEOUT  VALUE 'SGNT'.
               88  AUD-CALC-TAPE       VALUE 'CTAP'.
               88  AUD-SIGNON-CONCURRENT VALUE 'SGNC'.
           05  AUD-DETAIL.
               10  AUD-OPER-CODE       PIC X(02).
               10  AUD-INPUT1          PIC X(13).
