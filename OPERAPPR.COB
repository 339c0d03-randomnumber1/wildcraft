           ELSE
               SET OPER-UNLOCKED TO TRUE
               MOVE 0 TO OPER-FAIL-COUNT
               MOVE SPACE TO OPER-LOCK-REASON
               MOVE FUNCTION CURRENT-DATE TO WS-APPR-TIMESTAMP
               MOVE WS-AP-DATE TO OPER-UNLOCK-DATE
               EXEC CICS REWRITE FILE('OPERMSTR')
                   FROM(OPERATOR-RECORD)
                   RESP(WS-RESP)
