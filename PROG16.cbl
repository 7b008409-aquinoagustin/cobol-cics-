052000     MOVE WS-OPER-ID    TO AUD-OPER-ID.
052100     MOVE SPACES        TO AUD-XREF-KEY.
052200     MOVE SPACES        TO AUD-REV-FUNC.
052210     MOVE SPACES        TO AUD-TELLER-ID.
052300     EXEC CICS WRITE
052400          FILE('AUDITF')
052500          FROM(AUDIT-RECORD)
