000100*----------------------------------------------------------------
000200* FEEREC
000300* RECORD LAYOUT FOR THE FEE SCHEDULE FILE (FEESCHF, VSAM KSDS).
000400* ONE RECORD PER FEE TYPE PER EFFECTIVE DATE, SO A PRICE CHANGE
000500* IS A NEW RECORD WITH A LATER EFFECTIVE DATE AND THE OLD
000600* PRICE STAYS ON FILE FOR THE MONTHS IT APPLIED TO.
000700*
000800* FEE TYPES -
000900*   'MNT' - MONTHLY MAINTENANCE FEE, ONE PER ACCOUNT PER MONTH.
001000*   'XWD' - EXCESS WITHDRAWAL FEE, FEE-AMT FOR EACH WITHDRAWAL
001100*           OR TRANSFER OUT IN THE MONTH BEYOND FEE-FREE-COUNT.
001200*   'CLS' - CLOSING FEE, TAKEN BY PROG2 AT THE CLOSE ITSELF
001300*           (THE RECORD IN FORCE ON THE CLOSE DATE) BEFORE THE
001400*           REST OF THE BALANCE IS PAID OUT.  PROG30 REPORTS A
001500*           CLOSING FEE WAIVED AT CLOSE AT MONTH END.
001600*
001700* THE RECORD IN FORCE FOR A TYPE ON A GIVEN DATE IS THE ACTIVE
001800* ONE WITH THE LATEST FEE-EFF-DATE ON OR BEFORE THAT DATE,
001900* PROVIDED FEE-EXP-DATE IS BLANK OR NOT YET PASSED.  A TYPE
002000* WITH NO RECORD IN FORCE IS NOT CHARGED.
002100*
002200* FEE-WAIVE-BAL IS THE MINIMUM-BALANCE WAIVER - AN ACCOUNT
002300* WHOSE BALANCE AT ASSESSMENT (FOR 'CLS', AT THE CLOSE) IS AT
002400* OR ABOVE IT HAS THE FEE WAIVED (AND REPORTED AS WAIVED).
002410* ZERO MEANS NEVER WAIVED.
002500*
002600* USED BY -
002610*   PROG2   (CICS)  - TAKES THE 'CLS' CLOSING FEE AT A CLOSE.
002700*   PROG29  (CICS)  - ADDS, CHANGES, DEACTIVATES, REACTIVATES
002800*                     AND INQUIRES ON SCHEDULE RECORDS ONLINE.
002900*   PROG30  (BATCH) - ASSESSES THE MONTH'S FEES AGAINST ACCTMST.
003000*
003100* MAINTENANCE HISTORY
003200* DATE       INIT  DESCRIPTION
003300* 2026-10-15 JXM   INITIAL VERSION.
003310* 2026-10-15 JXM   'CLS' NOW TAKEN BY PROG2 AT THE CLOSE RATHER
003320*                  THAN REPORTED NOT COLLECTED BY PROG30.
003400*----------------------------------------------------------------
003500 01  FEE-RECORD.
003600    05  FEE-KEY.
003700        10  FEE-TYPE                PIC X(03).
003800            88  FEE-MAINTENANCE         VALUE 'MNT'.
003900            88  FEE-EXCESS-WDL          VALUE 'XWD'.
004000            88  FEE-CLOSING             VALUE 'CLS'.
004100            88  FEE-TYPE-VALID          VALUE 'MNT' 'XWD'
004200                                              'CLS'.
004300        10  FEE-EFF-DATE            PIC X(08).
004400    05  FEE-DATA.
004500        10  FEE-DESC                PIC X(30).
004600        10  FEE-STATUS              PIC X(01).
004700            88  FEE-ACTIVE              VALUE 'A'.
004800            88  FEE-INACTIVE            VALUE 'I'.
004900        10  FEE-AMT                 PIC S9(09)V99 COMP-3.
005000        10  FEE-WAIVE-BAL           PIC S9(09)V99 COMP-3.
005100        10  FEE-FREE-COUNT          PIC 9(03).
005200        10  FEE-EXP-DATE            PIC X(08).
005300        10  FEE-ADD-USER            PIC X(08).
005400        10  FEE-ADD-DATE            PIC X(08).
005500        10  FEE-CHG-USER            PIC X(08).
005600        10  FEE-CHG-DATE            PIC X(08).
005700        10  FILLER                  PIC X(20).
