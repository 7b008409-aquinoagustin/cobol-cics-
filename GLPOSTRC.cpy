001600* GL-ENTRY-COUNT CARRIES THE DETAIL RECORD COUNT, GL-AMOUNT
001700* IS ZERO, AND THE GRAND-TOTAL FIELDS CARRY THE SUMS OF THE
001800* DETAIL AMOUNTS BY SIDE.
001810*
001820* GL-FUNC-CODE IS THE AUDITF FUNCTION CODE, EXCEPT THAT A
001830* 'REV' OF AN 'INT' INTEREST CREDIT POSTS UNDER 'RVI' (BOTH
001840* SIDES - DEPOSITS DEBIT, INTEREST EXPENSE CREDIT), KEPT APART
001850* FROM THE DEPOSITS-SIDE 'REV' LINES.
001900*
002000* USED BY -
002100*   PROG11  (BATCH) - WRITES THE POSTING FILE NIGHTLY.
002300* MAINTENANCE HISTORY
002400* DATE       INIT  DESCRIPTION
002500* 2026-08-22 JXM   INITIAL VERSION.
002510* 2026-10-15 JXM   'RVI' - INTEREST REVERSAL FUNCTION CODE.
002600*----------------------------------------------------------------
002700 01  GL-POST-RECORD.
002800    05  GL-REC-TYPE              PIC X(01).
