001400*
001500* USED BY -
001600*   PROG1   (CICS)  - WRITES ONE RECORD PER LINK ATTEMPT.
001610*   PROG2   (CICS)  - WRITES THE 'FEE' RECORD FOR A CLOSING FEE
001620*                     TAKEN AT A CLOSE (TERMINAL SLOT 'FEEC').
001700*   PROG3   (BATCH) - READS A DAY'S RECORDS FOR THE NIGHTLY
001800*                     RECONCILIATION REPORT.
001900*   PROG5   (BATCH) - EXTRACTS A DAY'S RECORDS FOR DOWNSTREAM.
001962*   PROG16  (CICS)  - AUDITS PENDING CANCEL/RE-DATE DECISIONS.
001964*   PROG17  (BATCH) - AUDITS BULK INTAKE OUTCOMES.
001966*   PROG19  (BATCH) - AUDITS MONTH-END INTEREST CREDITS.
001968*   PROG21  (BATCH) - AUDITS NIGHTLY HOLD RELEASES.
001970*   PROG22  (BATCH) - AUDITS ACCOUNTS FLAGGED DORMANT.
001975*   PROG24  (BATCH) - SETTLES EACH TELLER'S CASH DRAWER FROM
001980*                     THE DAY'S APPROVED CASH ACTIVITY.
001985*   PROG25  (BATCH) - ROLLS THE DAY'S APPROVED CASH ACTIVITY UP
001990*                     BY CUSTOMER FOR CTR AND STRUCTURING.
001995*   PROG28  (BATCH) - AUDITS STANDING INSTRUCTION OCCURRENCES.
001996*   PROG30  (BATCH) - AUDITS THE MONTH-END 'FEE' SERVICE
001997*                     CHARGES.
002000*
002100* MAINTENANCE HISTORY
002200* DATE       INIT  DESCRIPTION
002401*                  BLANK EVERYWHERE ELSE.  RECORD LENGTH
002402*                  EXTENDED 126 TO 158 - THE CLUSTER AND THE
002403*                  ARCHIVE GDG DCB (SEE PROG10X) GO WITH IT.
002403* 2026-10-15 JXM   ADDED AUD-TELLER-ID - THE OPERATOR SIGNED ON
002403*                  AT THE PROG1 TERMINAL, WHOSE CASH DRAWER THE
002403*                  DOLLARS PASSED THROUGH.  THE SAME AS
002403*                  AUD-OPER-ID EXCEPT ON A SUPERVISOR OVERRIDE,
002403*                  WHERE AUD-OPER-ID IS THE SUPERVISOR - SO THE
002403*                  PROG24 DRAWER SETTLEMENT CAN STILL CHARGE THE
002403*                  CASH TO THE RIGHT DRAWER AND SHOW WHO ELSE
002403*                  APPROVED IT.  BLANK ON EVERY OTHER WRITER'S
002403*                  RECORDS.  RECORD LENGTH EXTENDED 158 TO 166 -
002403*                  THE CLUSTER, THE ARCHIVE GDG DCB (PROG10X) AND
002403*                  PROG6'S BACK-PAGE TABLE GO WITH IT.
002403* 2026-10-15 JXM   PROG2 NOW WRITES A 'FEE' RECORD ('FEEC') FOR
002403*                  THE CLOSING FEE, AND PROG1'S 'CLS' RECORD
002403*                  CARRIES THE BALANCE PAID OUT IN AUD-TRAN-AMT.
002403* 2026-10-15 JXM   PROG4 AND PROG12 REPLAYS NOW CARRY THE
002403*                  CHECKPOINTED TELLER (PROGCOMM'S COM-TELLER-ID)
002403*                  IN AUD-TELLER-ID IN PLACE OF SPACES.
002404*----------------------------------------------------------------
002500 01  AUDIT-RECORD.
002600    05  AUDIT-KEY.
004000        10  AUD-OPER-ID             PIC X(08).
004100        10  AUD-XREF-KEY            PIC X(29).
004200        10  AUD-REV-FUNC            PIC X(03).
004300        10  AUD-TELLER-ID           PIC X(08).
