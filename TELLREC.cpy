001900*   PROG1   (CICS)  - READS THE OPERATOR'S (AND, ON AN
002000*                     OVERRIDE, THE SUPERVISOR'S) PROFILE PER
002100*                     LIMIT CHECK.
002110*   PROG23  (CICS)  - READS THE TELLER'S BRANCH WHEN THE CASH
002120*                     DRAWER IS OPENED.
002130*   PROG24  (BATCH) - READS THE BRANCH OF A TELLER WITH CASH
002140*                     ACTIVITY BUT NO DRAWER ON FILE.
002200*
002300* MAINTENANCE HISTORY
002400* DATE       INIT  DESCRIPTION
002500* 2026-09-02 JXM   INITIAL VERSION.
002510* 2026-10-15 JXM   ADDED TLR-BRANCH - THE BRANCH THE TELLER WORKS
002520*                  A CASH DRAWER AT, CARRIED ONTO THE DRAWERF
002530*                  RECORD (SEE DRAWREC) SO THE PROG24 SETTLEMENT
002540*                  CAN TOTAL OVER/SHORT BY BRANCH.  CARVED OUT OF
002550*                  THE TRAILING FILLER (RECORD LENGTH UNCHANGED) -
002560*                  A PROFILE LOADED BEFORE THIS CHANGE HOLDS
002570*                  SPACES THERE (BRANCH NOT ASSIGNED).
002600*----------------------------------------------------------------
002700 01  TLR-RECORD.
002800    05  TLR-KEY.
003400        10  TLR-LIMIT-ENTRY OCCURS 5 TIMES.
003500            15  TLR-LIM-FUNC        PIC X(03).
003600            15  TLR-LIM-AMT         PIC S9(09)V99 COMP-3.
003610        10  TLR-BRANCH              PIC X(04).
003700        10  FILLER                  PIC X(06).
