000100*----------------------------------------------------------------
000200* SIREC
000300* RECORD LAYOUT FOR THE STANDING INSTRUCTION FILE (SINSTF, VSAM
000400* KSDS).  ONE RECORD PER RECURRING TRANSFER OR SCHEDULED
000500* PAYMENT, KEYED BY THE ACCOUNT THE MONEY LEAVES AND AN
000600* INSTRUCTION NUMBER THE BRANCH GIVES IT (001-999 PER ACCOUNT).
000700*
000800* SI-FIELD IS THE FUNCTION EACH OCCURRENCE IS DRIVEN THROUGH
000900* PROG2 AS -
001000*   'XFR' - A TRANSFER TO SI-TO-ACCT-NO (A RECURRING TRANSFER);
001100*   'WDL' - A WITHDRAWAL PAID AWAY TO THE PAYEE NAMED IN
001200*           SI-PAYEE-NAME/SI-PAYEE-REF (A SCHEDULED PAYMENT) -
001300*           THE NIGHTLY PROG28 REPORT IS THE PAYMENTS DESK'S
001400*           LIST OF WHAT TO REMIT.
001500*
001600* THE SCHEDULE -
001700*   SI-SCHED-DATE - THE NOMINAL DATE OF THE NEXT OCCURRENCE, ON
001800*                   THE FREQUENCY, BEFORE ANY BUSINESS-DAY
001900*                   ROLL.  EACH OCCURRENCE IS WORKED OUT FROM
002000*                   THE LAST NOMINAL DATE, SO A ROLL NEVER
002100*                   DRIFTS THE SCHEDULE.
002200*   SI-SCHED-DAY  - THE DAY OF THE MONTH THE SCHEDULE WAS SET UP
002300*                   ON.  A MONTHLY, QUARTERLY OR ANNUAL
002400*                   SCHEDULE FALLS ON THAT DAY, OR THE LAST DAY
002500*                   OF A SHORTER MONTH (THE 31ST RUNS ON THE
002600*                   30TH IN APRIL, THE 31ST AGAIN IN MAY).
002700*   SI-NEXT-DATE  - THE BUSINESS DATE THE NEXT OCCURRENCE IS
002800*                   GENERATED ON - SI-SCHED-DATE ROLLED FORWARD
002900*                   TO THE NEXT BUSINESS DAY ON CALENDF (SEE
003000*                   CALREC), OR THE NEXT RETRY DATE.
003010*                   SPACES ONCE THE INSTRUCTION HAS ENDED, OR
003020*                   WHEN PROG28 SUSPENDED IT BECAUSE CALENDF DID
003030*                   NOT REACH THE NEXT DATE - PROG27 THEN WANTS
003040*                   A NEW ONE KEYED BEFORE IT WILL RESUME.
003100*   SI-END-DATE / SI-MAX-COUNT - THE INSTRUCTION ENDS ('E') WHEN
003200*                   THE NEXT NOMINAL DATE PASSES THE END DATE OR
003300*                   SI-RUN-COUNT REACHES THE COUNT.  SPACES /
003400*                   ZERO MEAN NO LIMIT.
003500*
003600* SI-RUN-COUNT COUNTS OCCURRENCES DISPOSED OF - POSTED, OR
003700* REJECTED AND REPORTED; AN OCCURRENCE SKIPPED WHILE THE
003800* INSTRUCTION WAS SUSPENDED IS NOT COUNTED.  SI-RETRY-COUNT IS
003900* THE NUMBER OF INSUFFICIENT-FUNDS RETRIES ALREADY MADE ON THE
004000* CURRENT OCCURRENCE; IT GOES BACK TO ZERO WHEN THE OCCURRENCE IS
004100* DISPOSED OF.
004200*
004300* USED BY -
004400*   PROG27  (CICS)  - ADDS, CHANGES, SUSPENDS, RESUMES AND
004500*                     CANCELS INSTRUCTIONS ONLINE.
004600*   PROG28  (BATCH) - GENERATES EACH DUE OCCURRENCE THROUGH
004700*                     PROG2 AND ROLLS THE SCHEDULE FORWARD.
004800*
004900* MAINTENANCE HISTORY
005000* DATE       INIT  DESCRIPTION
005100* 2026-10-15 JXM   INITIAL VERSION.
005110* 2026-10-15 JXM   SI-NEXT-DATE IS CLEARED ON A CALENDAR
005120*                  SUSPENSION.
005200*----------------------------------------------------------------
005300 01  SINST-RECORD.
005400    05  SINST-KEY.
005500        10  SI-FROM-ACCT-NO         PIC X(10).
005600        10  SI-NO                   PIC 9(03).
005700    05  SINST-DATA.
005800        10  SI-STATUS               PIC X(01).
005900            88  SI-ACTIVE               VALUE 'A'.
006000            88  SI-SUSPENDED            VALUE 'S'.
006100            88  SI-CANCELLED            VALUE 'C'.
006200            88  SI-ENDED                VALUE 'E'.
006300        10  SI-FIELD                PIC X(03).
006400        10  SI-TO-ACCT-NO           PIC X(10).
006500        10  SI-PAYEE-NAME           PIC X(30).
006600        10  SI-PAYEE-REF            PIC X(20).
006700        10  SI-AMT                  PIC S9(09)V99 COMP-3.
006800        10  SI-FREQ                 PIC X(01).
006900            88  SI-WEEKLY               VALUE 'W'.
007000            88  SI-BIWEEKLY             VALUE 'B'.
007100            88  SI-MONTHLY              VALUE 'M'.
007200            88  SI-QUARTERLY            VALUE 'Q'.
007300            88  SI-ANNUAL               VALUE 'A'.
007400            88  SI-FREQ-VALID           VALUE 'W' 'B' 'M' 'Q'
007500                                              'A'.
007600        10  SI-SCHED-DAY            PIC 9(02).
007700        10  SI-SCHED-DATE           PIC X(08).
007800        10  SI-NEXT-DATE            PIC X(08).
007900        10  SI-END-DATE             PIC X(08).
008000        10  SI-MAX-COUNT            PIC 9(04).
008100        10  SI-RUN-COUNT            PIC 9(04).
008200        10  SI-RETRY-COUNT          PIC 9(02).
008300        10  SI-LAST-DATE            PIC X(08).
008400        10  SI-LAST-RESP-CODE       PIC X(04).
008500        10  SI-LAST-RESP-MSG        PIC X(40).
008600        10  SI-ADD-USER             PIC X(08).
008700        10  SI-ADD-DATE             PIC X(08).
008800        10  SI-CHG-USER             PIC X(08).
008900        10  SI-CHG-DATE             PIC X(08).
009000        10  FILLER                  PIC X(20).
