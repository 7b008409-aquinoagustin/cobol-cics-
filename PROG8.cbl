028650     MOVE SPACES          TO AUD-OPER-ID.
028660     MOVE COM-XREF-KEY    TO AUD-XREF-KEY.
028670     MOVE COM-REV-FUNC    TO AUD-REV-FUNC.
028680     MOVE SPACES          TO AUD-TELLER-ID.
028700     WRITE AUDIT-RECORD
028800         INVALID KEY
028900             ADD 1 TO WS-AUDFAIL-COUNT
