001600* OPENING BALANCE FROM THE FIRST RECORD (BALANCE AFTER LESS THE
001700* SIGNED POSTING) AND TAKES THE CLOSING BALANCE FROM THE LAST.
001800*
001810* A 'REV' RECORD CARRIES THE FUNCTION IT REVERSES AND THE
001820* CALENDAR YEAR OF THE ORIGINAL'S TRAIL DATE (SPACES ON EVERY
001830* OTHER FUNCTION), SO A REVERSED INTEREST CREDIT CAN BE NETTED
001840* AGAINST THE YEAR IT WAS PAID WITHOUT GOING BACK TO AUDITF.
001850*
001900* USED BY -
002000*   PROG2   (CICS)  - WRITES ONE RECORD PER POSTED SIDE (SEE
002100*                     2075-POST-HIST), AND AT A CLOSE A 'FEE'
002110*                     DEBIT FOR THE CLOSING FEE AND A 'CLS'
002120*                     DEBIT FOR THE BALANCE PAID OUT.
002200*   PROG14  (BATCH) - CUTS THE MONTHLY ACCOUNT STATEMENTS.
002210*   PROG19  (BATCH) - WRITES THE MONTH-END 'INT' INTEREST
002220*                     CREDIT RECORDS.
002230*   PROG30  (BATCH) - COUNTS THE MONTH'S WITHDRAWALS AND WRITES
002240*                     THE MONTH-END 'FEE' SERVICE-CHARGE DEBIT
002250*                     RECORDS; READS A CLOSE'S 'FEE' AND 'CLS'
002255*                     DEBITS FOR A CLOSING FEE WAIVED AT CLOSE.
002260*   PROG32  (BATCH) - TOTALS THE TAX YEAR'S 'INT' CREDITS, LESS
002270*                     THE YEAR'S REVERSALS OF THEM, FOR 1099-INT.
002300*
002400* MAINTENANCE HISTORY
002500* DATE       INIT  DESCRIPTION
002600* 2026-09-02 JXM   INITIAL VERSION.
002610* 2026-10-15 JXM   HST-REV-FUNC / HST-REV-ORIG-YEAR CARVED FROM
002620*                  FILLER FOR 'REV' RECORDS.  LENGTH UNCHANGED.
002630* 2026-10-15 JXM   PROG2 WRITES 'FEE' AND 'CLS' DEBITS AT A CLOSE.
002700*----------------------------------------------------------------
002800 01  HIST-RECORD.
002900    05  HIST-KEY.
004000        10  HST-OTHER-ACCT-NO       PIC X(10).
004100        10  HST-TERM-ID             PIC X(04).
004200        10  HST-TIME                PIC X(06).
004210        10  HST-REV-FUNC            PIC X(03).
004220        10  HST-REV-ORIG-YEAR       PIC X(04).
004300        10  FILLER                  PIC X(03).
