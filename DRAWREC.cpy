000100*----------------------------------------------------------------
000200* DRAWREC
000300* RECORD LAYOUT FOR THE TELLER CASH DRAWER FILE (DRAWERF, VSAM
000400* KSDS).  ONE RECORD PER TELLER PER BUSINESS DATE, KEYED BY THE
000500* SIGNED-ON USERID AND THE DATE.  THE TELLER KEYS THE OPENING
000600* DRAWER AMOUNT ON THE PROG23 SCREEN AT SIGN-ON AND THE COUNTED
000700* CLOSING AMOUNT AT END OF DAY; THE NIGHTLY PROG24 SETTLEMENT
000800* WORKS OUT WHAT THE DRAWER SHOULD HOLD FROM THE DAY'S APPROVED
000900* CASH ACTIVITY ON AUDITF AND REPORTS THE OVER/SHORT.
001000*
001100* DRW-BRANCH IS COPIED FROM THE TELLER'S TELLERF PROFILE (SEE
001200* TELLREC) WHEN THE DRAWER IS OPENED, SO A TELLER MOVED TO
001300* ANOTHER BRANCH LATER KEEPS TODAY'S DRAWER WHERE IT WAS
001400* WORKED.  SPACES IF THE TELLER HAS NO PROFILE OR NO BRANCH.
001500*
001600* USED BY -
001700*   PROG23  (CICS)  - WRITES THE RECORD ON OPEN, REWRITES IT ON
001800*                     CLOSE.
001900*   PROG24  (BATCH) - READS THE RUN DATE'S RECORDS FOR THE
002000*                     NIGHTLY SETTLEMENT.
002100*
002200* MAINTENANCE HISTORY
002300* DATE       INIT  DESCRIPTION
002400* 2026-10-15 JXM   INITIAL VERSION.
002500*----------------------------------------------------------------
002600 01  DRAWER-RECORD.
002700    05  DRAWER-KEY.
002800        10  DRW-USER-ID             PIC X(08).
002900        10  DRW-BUS-DATE            PIC X(08).
003000    05  DRAWER-DATA.
003100        10  DRW-STATUS              PIC X(01).
003200            88  DRW-OPEN                VALUE 'O'.
003300            88  DRW-CLOSED              VALUE 'C'.
003400        10  DRW-BRANCH              PIC X(04).
003500        10  DRW-OPEN-AMT            PIC S9(09)V99 COMP-3.
003600        10  DRW-OPEN-TIME           PIC X(06).
003700        10  DRW-OPEN-TERM-ID        PIC X(04).
003800        10  DRW-CLOSE-AMT           PIC S9(09)V99 COMP-3.
003900        10  DRW-CLOSE-TIME          PIC X(06).
004000        10  DRW-CLOSE-TERM-ID       PIC X(04).
004100        10  FILLER                  PIC X(10).
