000100*----------------------------------------------------------------
000200* TAXIREC
000300* RECORD LAYOUT FOR THE YEAR-END INTEREST TAX REPORTING FILE
000400* (TAXINTF, VSAM KSDS, BATCH ONLY).  ONE RECORD PER TAX YEAR AND
000500* TAXPAYER (CUST-TAX-ID), SO TWO CUSTOMER NUMBERS FOR ONE PERSON
000600* ROLL UP TO ONE 1099-INT, AS FOR THE CTR FILING (SEE CTRREC).
000700*
000800* EACH PROG32 RUN RE-TOTALS THE YEAR FROM TRANHIST INTO
000900* TXI-CUR-AMT - THE YEAR'S 'INT' CREDITS ACROSS EVERY ACCOUNT
001000* THE TAXPAYER OWNS, LESS THE SAME YEAR'S REVERSALS OF THEM -
001100* AND REFRESHES THE NAME AND ADDRESS FROM CUSTMST.  WHAT WAS
001200* LAST SENT TO THE IRS FOR THE TAXPAYER STAYS IN THE FILED
001300* FIELDS, SO A CORRECTED-RETURN RUN SENDS A CORRECTION ONLY
001400* WHERE THE AMOUNT OR THE NAME NO LONGER AGREES WITH IT.  A
001500* TAXPAYER FILED FOR WHO NO LONGER HAS ANY INTEREST (E.G. THE
001600* ACCOUNT WAS RE-LINKED TO ANOTHER CUSTOMER) KEEPS THE RECORD
001700* WITH A ZERO CURRENT AMOUNT AND IS CORRECTED TO ZERO.
001800*
001900* TXI-PEND-SW MARKS THE RECORDS GOING INTO THE RUN'S FILING
002000* FILE.  THE FILED FIELDS ARE UPDATED FROM IT ONLY AFTER THE
002100* FILING FILE HAS BEEN WRITTEN AND CLOSED, SO A RUN THAT STOPS
002200* SHORT LEAVES THE FILED HISTORY AS IT WAS AND IS SIMPLY RUN
002300* AGAIN - THE NEXT RUN CLEARS THE SWITCH BEFORE IT STARTS.
002400*
002500* USED BY -
002600*   PROG32  (BATCH) - TOTALS, FILES AND CORRECTS THE 1099-INT.
002700*
002800* MAINTENANCE HISTORY
002900* DATE       INIT  DESCRIPTION
003000* 2026-10-15 JXM   INITIAL VERSION.
003100*----------------------------------------------------------------
003200 01  TXI-RECORD.
003300    05  TXI-KEY.
003400        10  TXI-TAX-YEAR            PIC X(04).
003500        10  TXI-TAX-ID              PIC X(09).
003600    05  TXI-CUST-NO                 PIC X(10).
003700    05  TXI-NAME                    PIC X(30).
003800    05  TXI-ADDR-LINE-1             PIC X(30).
003900    05  TXI-ADDR-LINE-2             PIC X(30).
004000    05  TXI-CUR-AMT                 PIC S9(09)V99 COMP-3.
004100    05  TXI-ACCT-CNT                PIC 9(03).
004200    05  TXI-SEEN-SW                 PIC X(01).
004300        88  TXI-SEEN                    VALUE 'Y'.
004400    05  TXI-MULTI-SW                PIC X(01).
004500        88  TXI-MULTI-CUST              VALUE 'Y'.
004600    05  TXI-STATUS                  PIC X(01).
004700        88  TXI-NOT-FILED               VALUE 'N'.
004800        88  TXI-FILED                   VALUE 'F'.
004900    05  TXI-FILED-AMT               PIC S9(09)V99 COMP-3.
005000    05  TXI-FILED-NAME              PIC X(30).
005100    05  TXI-FIRST-DATE              PIC X(08).
005200    05  TXI-FILED-DATE              PIC X(08).
005300    05  TXI-CORR-CNT                PIC 9(02).
005400    05  TXI-PEND-SW                 PIC X(01).
005500        88  TXI-IN-THIS-FILE            VALUE 'Y'.
005600    05  FILLER                      PIC X(30).
