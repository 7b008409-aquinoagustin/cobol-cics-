000100*----------------------------------------------------------------
000200* CMPLREC
000300* RECORD LAYOUT FOR THE COMPLIANCE REVIEW ITEM FILE (CMPLF, VSAM
000400* KSDS).  ONE RECORD PER ITEM THE NIGHTLY PROG25 STEP FLAGS FOR
000500* COMPLIANCE - A CURRENCY TRANSACTION REPORT ('C') OR A
000600* SUSPECTED STRUCTURING PATTERN ('S') - KEYED BY BUSINESS DATE,
000700* ITEM TYPE AND SUBJECT (SEE CTRREC FOR THE SUBJECT TYPES).
000800*
000900* AN ITEM IS WRITTEN PENDING.  COMPLIANCE WORKS IT ON THE PROG26
001000* SCREEN - MARKS IT REVIEWED, THEN FILED OR DISMISSED (OR FILED
001100* OR DISMISSED STRAIGHT AWAY) - AND THE REVIEWER'S USERID,
001200* TERMINAL AND THE DATE AND TIME ARE KEPT ON THE ITEM.  FILED
001300* AND DISMISSED ARE FINAL.
001400*
001500* CMP-NEAR-IN-DAYS / CMP-NEAR-OUT-DAYS AND CMP-WINDOW-START ARE
001600* FILLED IN ON A STRUCTURING ITEM ONLY; CMP-CASH-IN/OUT ARE THE
001700* DAY'S TOTALS ON A CTR ITEM AND THE WINDOW'S ON A STRUCTURING
001800* ITEM.
001900*
002000* USED BY -
002100*   PROG25  (BATCH) - WRITES NEW ITEMS (A RERUN NEVER RESETS AN
002200*                     ITEM ALREADY WORKED).
002300*   PROG26  (CICS)  - BROWSES, DISPLAYS AND UPDATES THE REVIEW
002400*                     STATUS.
002500*
002600* MAINTENANCE HISTORY
002700* DATE       INIT  DESCRIPTION
002800* 2026-10-15 JXM   INITIAL VERSION.
002900*----------------------------------------------------------------
003000 01  CMPL-RECORD.
003100    05  CMPL-KEY.
003200        10  CMP-BUS-DATE            PIC X(08).
003300        10  CMP-ITEM-TYPE           PIC X(01).
003400            88  CMP-CTR-ITEM            VALUE 'C'.
003500            88  CMP-STRUCT-ITEM         VALUE 'S'.
003600        10  CMP-SUBJ-TYPE           PIC X(01).
003700        10  CMP-SUBJ-ID             PIC X(10).
003800    05  CMPL-DATA.
003900        10  CMP-TAX-ID              PIC X(09).
004000        10  CMP-CUST-NO             PIC X(10).
004100        10  CMP-NAME                PIC X(30).
004200        10  CMP-CASH-IN             PIC S9(11)V99 COMP-3.
004300        10  CMP-CASH-OUT            PIC S9(11)V99 COMP-3.
004400        10  CMP-NEAR-IN-DAYS        PIC 9(03) COMP-3.
004500        10  CMP-NEAR-OUT-DAYS       PIC 9(03) COMP-3.
004600        10  CMP-WINDOW-START        PIC X(08).
004700        10  CMP-STATUS              PIC X(01).
004800            88  CMP-PENDING             VALUE 'P'.
004900            88  CMP-REVIEWED            VALUE 'R'.
005000            88  CMP-FILED               VALUE 'F'.
005100            88  CMP-DISMISSED           VALUE 'D'.
005200        10  CMP-REVIEW-USER         PIC X(08).
005300        10  CMP-REVIEW-DATE         PIC X(08).
005400        10  CMP-REVIEW-TIME         PIC X(06).
005500        10  CMP-REVIEW-TERM         PIC X(04).
005600        10  FILLER                  PIC X(20).
