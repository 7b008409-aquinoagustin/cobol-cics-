002394* 2026-08-22 JXM   COM-TO-ACCT-NO (THE 'XFR' DESTINATION) NOW
002395*                  CARRIES THROUGH THE REPLAY'S AUDIT RECORD AND
002396*                  MQ PUBLISH - IN STEP WITH PROG1.
002397* 2026-10-15 JXM   THE REPLAY'S AUDIT RECORD NOW CARRIES THE
002398*                  CHECKPOINTED TELLER (COM-TELLER-ID) IN
002399*                  AUD-TELLER-ID, SO REPLAYED CASH SETTLES TO THE
002399*                  TELLER'S DRAWER (PROG24).
002400*================================================================
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. PROG4.
014325     MOVE SPACES        TO AUD-OPER-ID.
014326     MOVE COM-XREF-KEY  TO AUD-XREF-KEY.
014327     MOVE COM-REV-FUNC  TO AUD-REV-FUNC.
014329     MOVE COM-TELLER-ID TO AUD-TELLER-ID.
014329     IF AUD-TELLER-ID = LOW-VALUES
014329         MOVE SPACES    TO AUD-TELLER-ID
014329     END-IF.
014330     EXEC CICS WRITE
014340          FILE('AUDITF')
014350          FROM(AUDIT-RECORD)
