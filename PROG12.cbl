003500* MAINTENANCE HISTORY.
003600* DATE       INIT  DESCRIPTION
003700* 2026-08-22 RLC   INITIAL VERSION.
003710* 2026-10-15 JXM   THE DECISION'S AUDIT RECORD NOW CARRIES THE
003720*                  CHECKPOINTED TELLER (COM-TELLER-ID) IN
003730*                  AUD-TELLER-ID, SO A REPLAYED TELLER DEPOSIT OR
003740*                  WITHDRAWAL SETTLES TO THE TELLER'S DRAWER.
003800*================================================================
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. PROG12.
050800     MOVE WS-OPER-ID    TO AUD-OPER-ID.
050810     MOVE COM-XREF-KEY  TO AUD-XREF-KEY.
050820     MOVE COM-REV-FUNC  TO AUD-REV-FUNC.
050830     MOVE COM-TELLER-ID TO AUD-TELLER-ID.
050840     IF AUD-TELLER-ID = LOW-VALUES
050850         MOVE SPACES    TO AUD-TELLER-ID
050860     END-IF.
050900     EXEC CICS WRITE
051000          FILE('AUDITF')
051100          FROM(AUDIT-RECORD)
