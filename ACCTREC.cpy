001100*
001200* USED BY -
001300*   PROG2   (CICS)  - READS/REWRITES ONE RECORD PER BUSINESS
001400*                     TRANSACTION IT DECIDES; READS THE LINKED
001410*                     ACCOUNTS ON A 'CIQ' CUSTOMER INQUIRY.
001420*   PROG13  (CICS)  - STAMPS ACCT-CUST-NO WITH THE PRIMARY OWNER
001430*                     AS IT MAINTAINS THE RELF LINKS.
001440*   PROG15  (BATCH) - READS EVERY RECORD FOR THE NIGHTLY
001450*                     BALANCE PROOF AND SNAPSHOT.
001460*   PROG18  (BATCH) - ACCRUES DAILY INTEREST INTO
001470*                     ACCT-INT-ACCRUED NIGHTLY.
001480*   PROG19  (BATCH) - POSTS THE ACCRUED INTEREST TO THE
001490*                     BALANCE AT MONTH END.
001492*   PROG21  (BATCH) - TAKES RELEASED HOLDS OFF ACCT-HOLD-AMT
001494*                     NIGHTLY.
001496*   PROG22  (BATCH) - FLAGS ACCOUNTS WITH NO CUSTOMER ACTIVITY
001498*                     DORMANT AND REPORTS THEM FOR ESCHEATMENT.
001499*   PROG25  (BATCH) - READS ACCT-CUST-NO OF EACH ACCOUNT WITH
001499*                     CASH ACTIVITY FOR THE CTR SUBJECT.
001499*   PROG27  (CICS)  - CHECKS THE FROM- AND TO-ACCOUNTS OF A
001499*                     STANDING INSTRUCTION ARE ON FILE AND OPEN.
001499*   PROG30  (BATCH) - TAKES THE MONTH'S SERVICE CHARGES OFF
001499*                     ACCT-AVAIL-BAL (SEE FEEREC).
001499*   PROG31  (BATCH) - DECODES THE JOURNALED IMAGES OF A PROG13
001499*                     LINK FOR THE NIGHTLY CHANGE REPORT.
001499*   PROG32  (BATCH) - READS ACCT-CUST-NO OF EACH ACCOUNT WITH
001499*                     INTEREST FOR THE YEAR'S 1099-INT PAYEE.
001499*   PROG33  (BATCH) - CONVERTS ACCT-CUST-NO TO A RELF PRIMARY
001499*                     LINK (ONE-TIME).
001500*
001600* MAINTENANCE HISTORY
001700* DATE       INIT  DESCRIPTION
001906*                  MEANS THE ACCOUNT PAYS NO INTEREST.  RECORD
001907*                  LENGTH EXTENDED BY 18 - REDEFINE/RELOAD THE
001908*                  CLUSTER WITH THIS CHANGE.
001918* 2026-10-15 JXM   ADDED ACCT-HOLD-AMT - THE TOTAL OF THE
001928*                  UNCOLLECTED-FUNDS HOLDS STANDING ON HOLDF (SEE
001938*                  HOLDREC).  STILL PART OF ACCT-AVAIL-BAL (THE
001948*                  LEDGER BALANCE) BUT NOT AVAILABLE TO A
001958*                  WITHDRAWAL OR TRANSFER.  CARVED OUT OF THE
001968*                  TRAILING FILLER (RECORD LENGTH UNCHANGED) -
001978*                  A RECORD WRITTEN BEFORE THIS CHANGE HOLDS
001988*                  SPACES THERE, WHICH READERS TAKE AS NO HOLD.
001989* 2026-10-15 JXM   ADDED ACCT-DORMANT ('D') - SET BY THE PERIODIC
001990*                  PROG22 RUN ON AN OPEN ACCOUNT WITH NO CUSTOMER
001991*                  ACTIVITY FOR THE CONFIGURED NUMBER OF MONTHS,
001992*                  CLEARED BACK TO OPEN ONLY BY A SUPERVISOR'S
001993*                  'RAC' THROUGH PROG2.  ACCT-LAST-TRAN-DATE IS
001994*                  THE DATE OF THE LAST CUSTOMER-INITIATED
001995*                  POSTING - THE PROG19 INTEREST CREDIT NO
001996*                  LONGER STAMPS IT.  A DORMANT ACCOUNT IS STILL
001997*                  NOT CLOSED - EVERY ACCT-CLOSED TEST TREATS IT
001997*                  AS OPEN.
001997* 2026-10-15 JXM   ACCT-CUST-NO IS NOW THE ACCOUNT'S PRIMARY OWNER
001997*                  ALONE.  EVERY OWNER, JOINT OR OTHERWISE, IS A
001997*                  LINK ON RELF (SEE RELREC); PROG13 STAMPS OR
001997*                  CLEARS THIS FIELD AS IT ADDS OR ENDS THE 'P'
001997*                  LINK, SO ITS READERS GO ON NAMING ONE OWNER.
001998*----------------------------------------------------------------
002000 01  ACCT-RECORD.
002100    05  ACCT-KEY.
002200        10  ACCT-NO                 PIC X(10).
002400        10  ACCT-STATUS             PIC X(01).
002500            88  ACCT-OPEN               VALUE 'O'.
002600            88  ACCT-CLOSED             VALUE 'C'.
002610            88  ACCT-DORMANT            VALUE 'D'.
002700        10  ACCT-AVAIL-BAL          PIC S9(09)V99 COMP-3.
002800        10  ACCT-OPEN-DATE          PIC X(08).
002900        10  ACCT-LAST-TRAN-DATE     PIC X(08).
002940        10  ACCT-INT-RATE           PIC S9(02)V9(04) COMP-3.
002950        10  ACCT-INT-ACCRUED        PIC S9(09)V99 COMP-3.
002960        10  ACCT-ACCRUED-THRU       PIC X(08).
003000        10  ACCT-HOLD-AMT           PIC S9(09)V99 COMP-3.
