000100*----------------------------------------------------------------
000200* HOLDREC
000300* RECORD LAYOUT FOR THE UNCOLLECTED-FUNDS HOLD FILE (HOLDF,
000400* VSAM KSDS).  ONE RECORD PER HOLD STANDING AGAINST AN ACCOUNT -
000500* THE HELD DOLLARS STAY IN THE LEDGER BALANCE (ACCT-AVAIL-BAL)
000600* BUT ARE KEPT OUT OF WHAT A WITHDRAWAL OR TRANSFER MAY TAKE
000700* UNTIL THE HOLD IS RELEASED.  THE ACCOUNT'S TOTAL OF ITS
000800* STANDING HOLDS IS CARRIED ON THE MASTER IN ACCT-HOLD-AMT (SEE
000900* ACCTREC) SO PROG2 NEVER HAS TO BROWSE THIS FILE TO DECIDE A
001000* WITHDRAWAL - EVERY WRITER AND DELETER OF A HOLD RECORD KEEPS
001100* THE TWO IN STEP.
001200*
001300* HLD-REL-DATE IS THE BUSINESS DATE THE HOLD STANDS THROUGH -
001400* THE NIGHTLY PROG21 STEP OF THAT DATE RELEASES IT, SO THE
001500* DOLLARS ARE FREE FROM THE NEXT BUSINESS DAY'S OPENING.  THE
001600* KEY LEADS WITH THE ACCOUNT SO ONE ACCOUNT'S HOLDS CAN BE
001700* BROWSED TOGETHER, AND CARRIES THE PLACING TASK NUMBER AND A
001800* PER-TASK SEQUENCE SO TWO HOLDS FOR THE SAME ACCOUNT AND
001900* RELEASE DATE CANNOT COLLIDE - SAME REASONING AS PENDREC.
002000*
002100* USED BY -
002200*   PROG2   (CICS)  - WRITES A 'D' HOLD FOR AN APPROVED 'DEP'
002300*                     AND AN 'M' HOLD FOR AN 'HLD'; DELETES THE
002400*                     HOLD NAMED BY AN 'HRL' AND THE DEPOSIT
002500*                     HOLD OF A REVERSED 'DEP'.
002600*   PROG21  (BATCH) - RELEASES AND DELETES MATURED RECORDS IN
002700*                     THE NIGHTLY WINDOW.
002800*
002900* MAINTENANCE HISTORY
003000* DATE       INIT  DESCRIPTION
003100* 2026-10-15 JXM   INITIAL VERSION.
003200*----------------------------------------------------------------
003300 01  HOLD-RECORD.
003400    05  HOLD-KEY.
003500        10  HLD-ACCT-NO             PIC X(10).
003600        10  HLD-REL-DATE            PIC X(08).
003700        10  HLD-TASK-NO             PIC 9(07).
003800        10  HLD-SEQ                 PIC 9(04).
003900    05  HOLD-DATA.
004000        10  HLD-TYPE                PIC X(01).
004100            88  HLD-DEPOSIT             VALUE 'D'.
004200            88  HLD-MANUAL              VALUE 'M'.
004300        10  HLD-AMT                 PIC S9(09)V99 COMP-3.
004400        10  HLD-PLACED-DATE         PIC X(08).
004500        10  HLD-TERM-ID             PIC X(04).
004600        10  FILLER                  PIC X(10).
