000100*----------------------------------------------------------------
000200* CTRREC
000300* RECORD LAYOUT FOR THE CURRENCY TRANSACTION REPORT FILING FILE
000400* WRITTEN BY PROG25 (CTROUT).  ONE RECORD PER SUBJECT WHOSE
000500* CASH IN OR CASH OUT FOR THE BUSINESS DAY EXCEEDED THE $10,000
000600* REPORTING THRESHOLD, TOTALLED ACROSS EVERY ACCOUNT THE SUBJECT
000700* OWNS.  A FLAT, FIXED-WIDTH, ALL-DISPLAY HANDOFF LAYOUT - SAME
000800* REASONING AS EXTRACTREC.
000900*
001000* THE SUBJECT IS NORMALLY THE TAXPAYER (CUST-TAX-ID), SO TWO
001100* CUSTOMER NUMBERS FOR ONE PERSON ROLL UP TOGETHER.  AN ACCOUNT
001200* WHOSE OWNER HAS NO TAX ID ON CUSTMST ROLLS UP BY CUSTOMER
001300* NUMBER, AND AN ACCOUNT WITH NO OWNER ON CUSTMST BY ACCOUNT
001400* NUMBER - SO A FILING IS NEVER SILENTLY DROPPED FOR WANT OF A
001500* TAX ID.  CTR-SUBJ-TYPE SAYS WHICH.
001600*
001700* CTR-DIRECTION SAYS WHICH SIDE CROSSED THE THRESHOLD - CASH IN
001800* AND CASH OUT ARE TESTED SEPARATELY, NEVER NETTED AGAINST EACH
001900* OTHER.  A SAME-DAY REVERSAL NETS OUT OF THE SIDE IT REVERSES.
002000*
002100* USED BY -
002200*   PROG25  (BATCH) - WRITES ONE RECORD PER REPORTABLE SUBJECT.
002300*
002400* MAINTENANCE HISTORY
002500* DATE       INIT  DESCRIPTION
002600* 2026-10-15 JXM   INITIAL VERSION.
002700*----------------------------------------------------------------
002800 01  CTR-RECORD.
002900    05  CTR-BUS-DATE             PIC X(08).
003000    05  CTR-SUBJ-TYPE            PIC X(01).
003100        88  CTR-BY-TAX-ID            VALUE 'T'.
003200        88  CTR-BY-CUST-NO           VALUE 'C'.
003300        88  CTR-BY-ACCT-NO           VALUE 'A'.
003400    05  CTR-SUBJ-ID              PIC X(10).
003500    05  CTR-DIRECTION            PIC X(01).
003600        88  CTR-CASH-IN-OVER         VALUE 'I'.
003700        88  CTR-CASH-OUT-OVER        VALUE 'O'.
003800        88  CTR-BOTH-OVER            VALUE 'B'.
003900    05  CTR-TAX-ID               PIC X(09).
004000    05  CTR-CUST-NO              PIC X(10).
004100    05  CTR-NAME                 PIC X(30).
004200    05  CTR-ADDR-LINE-1          PIC X(30).
004300    05  CTR-ADDR-LINE-2          PIC X(30).
004400    05  CTR-CASH-IN              PIC S9(11)V99.
004500    05  CTR-IN-COUNT             PIC 9(05).
004600    05  CTR-CASH-OUT             PIC S9(11)V99.
004700    05  CTR-OUT-COUNT            PIC 9(05).
004800    05  CTR-FIRST-ACCT-NO        PIC X(10).
004900    05  FILLER                   PIC X(25).
