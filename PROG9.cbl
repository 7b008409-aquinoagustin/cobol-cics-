027950     MOVE SPACES        TO AUD-OPER-ID.
027960     MOVE COM-XREF-KEY  TO AUD-XREF-KEY.
027970     MOVE COM-REV-FUNC  TO AUD-REV-FUNC.
027980     MOVE SPACES        TO AUD-TELLER-ID.
028000     EXEC CICS WRITE
028100          FILE('AUDITF')
028200          FROM(AUDIT-RECORD)
