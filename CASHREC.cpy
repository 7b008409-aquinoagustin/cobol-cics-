000100*----------------------------------------------------------------
000200* CASHREC
000300* RECORD LAYOUT FOR THE DAILY CASH HISTORY FILE (CASHHSTF, VSAM
000400* KSDS).  ONE RECORD PER SUBJECT (SEE CTRREC) PER BUSINESS DAY
000500* WITH CASH ACTIVITY, WRITTEN BY THE NIGHTLY PROG25 STEP, SO THE
000600* STRUCTURING CHECK CAN LOOK BACK OVER A ROLLING WINDOW OF
000700* BUSINESS DAYS WITHOUT REREADING THE AUDIT TRAIL (WHICH PROG10
000800* ARCHIVES AWAY).  KEYED SUBJECT FIRST, SO ONE SUBJECT'S DAYS
000900* ARE ADJACENT AND IN DATE ORDER.
001000*
001100* CSH-NEAR-IN-COUNT / CSH-NEAR-OUT-COUNT ARE THE DAY'S SINGLE
001200* CASH ITEMS THAT LANDED IN THE NEAR-THRESHOLD BAND (AT OR
001300* ABOVE THE RUN'S FLOOR, AT OR BELOW $10,000).  CSH-CTR-SW IS
001400* SET WHEN THE DAY WAS REPORTED ON A CTR.
001500*
001600* RECORDS OLDER THAN PROG25'S RETENTION (THE LAST 60 BUSINESS
001700* DAYS) ARE DELETED AS THE FILE IS SCANNED.  BATCH ONLY - NOT
001800* DEFINED TO CICS.
001900*
002000* USED BY -
002100*   PROG25  (BATCH) - WRITES (OR ON A RERUN REWRITES) THE DAY'S
002200*                     RECORDS, SCANS THE WINDOW, AND DELETES
002300*                     EXPIRED RECORDS.
002400*
002500* MAINTENANCE HISTORY
002600* DATE       INIT  DESCRIPTION
002700* 2026-10-15 JXM   INITIAL VERSION.
002800*----------------------------------------------------------------
002900 01  CASH-RECORD.
003000    05  CASH-KEY.
003100        10  CSH-SUBJ-TYPE           PIC X(01).
003200        10  CSH-SUBJ-ID             PIC X(10).
003300        10  CSH-BUS-DATE            PIC X(08).
003400    05  CASH-DATA.
003500        10  CSH-TAX-ID              PIC X(09).
003600        10  CSH-CUST-NO             PIC X(10).
003700        10  CSH-NAME                PIC X(30).
003800        10  CSH-CASH-IN             PIC S9(11)V99 COMP-3.
003900        10  CSH-IN-COUNT            PIC 9(05) COMP-3.
004000        10  CSH-CASH-OUT            PIC S9(11)V99 COMP-3.
004100        10  CSH-OUT-COUNT           PIC 9(05) COMP-3.
004200        10  CSH-NEAR-IN-COUNT       PIC 9(05) COMP-3.
004300        10  CSH-NEAR-OUT-COUNT      PIC 9(05) COMP-3.
004400        10  CSH-CTR-SW              PIC X(01).
004500            88  CSH-CTR-REPORTED        VALUE 'Y'.
004600        10  FILLER                  PIC X(20).
