000100*----------------------------------------------------------------
000200* RELREC
000300* RECORD LAYOUT FOR THE CUSTOMER-ACCOUNT RELATIONSHIP FILE
000400* (RELF, VSAM KSDS).  ONE LINK PER CUSTOMER AND ACCOUNT THEY
000500* HAVE A PART IN, WITH THE ROLE THEY HOLD ON IT - PRIMARY OWNER,
000600* JOINT OWNER, TRUSTEE OR POWER OF ATTORNEY - AND WHETHER THEY
000700* ARE SENT THE MONTHLY STATEMENT.  AN ACCOUNT MAY HAVE ANY
000800* NUMBER OF LINKS BUT AT MOST ONE PRIMARY OWNER; A CUSTOMER MAY
000900* BE LINKED TO ANY NUMBER OF ACCOUNTS.
001000*
001100* THE FILE IS READ BOTH WAYS - A CUSTOMER'S ACCOUNTS AND AN
001200* ACCOUNT'S CUSTOMERS - SO EVERY LINK IS HELD TWICE UNDER ONE
001300* KEY LAYOUT -
001400*
001500*   TYPE 'C' - KEY 1 THE CUSTOMER, KEY 2 THE ACCOUNT.  A BROWSE
001600*       ON 'C' AND THE CUSTOMER NUMBER RETURNS THEIR ACCOUNTS.
001700*   TYPE 'A' - KEY 1 THE ACCOUNT, KEY 2 THE CUSTOMER.  A BROWSE
001800*       ON 'A' AND THE ACCOUNT NUMBER RETURNS ITS CUSTOMERS.
001900*
002000* THE TWO RECORDS OF A LINK CARRY THE SAME DATA AND ARE ALWAYS
002100* WRITTEN, REWRITTEN AND DELETED TOGETHER IN ONE UNIT OF WORK
002200* (PROG13'S L AND E ACTIONS) - NEITHER IS EVER CHANGED WITHOUT
002300* THE OTHER.
002400*
002500* THE PRIMARY OWNER IS ALSO STAMPED IN ACCT-CUST-NO ON ACCTMST
002600* (SEE ACCTREC) FOR THE BATCH REPORTS THAT NEED ONE OWNER PER
002700* ACCOUNT; PROG13 KEEPS THE TWO IN STEP.  THE FILE WAS LOADED
002800* FROM THE EARLIER ACCT-CUST-NO AND CUST-ACCT-LIST LINKS BY THE
002900* ONE-TIME CONVERSION PROG33.
003000*
003100* USED BY -
003200*   PROG2   (CICS)  - BROWSES A CUSTOMER'S LINKS FOR THE 'CIQ'
003300*                     CUSTOMER INQUIRY.
003400*   PROG13  (CICS)  - MAINTAINS THE LINKS ONLINE AND LISTS A
003500*                     CUSTOMER'S ACCOUNTS, JOURNALING EVERY
003600*                     CHANGE TO JRNLF (SEE JRNLREC).
003700*   PROG14  (BATCH) - BROWSES EACH ACCOUNT'S LINKS TO ADDRESS A
003800*                     STATEMENT TO EVERY CUSTOMER ENTITLED TO
003900*                     ONE.
003910*   PROG22  (BATCH) - BROWSES AN ESCHEATABLE ACCOUNT'S LINKS TO
003920*                     REPORT EVERY OWNER TO THE STATE.
004000*   PROG31  (BATCH) - DECODES JOURNALED IMAGES FOR THE NIGHTLY
004100*                     CHANGE REPORT.
004200*   PROG33  (BATCH) - ONE-TIME LOAD FROM THE EARLIER LINKS.
004300*
004400* MAINTENANCE HISTORY
004500* DATE       INIT  DESCRIPTION
004600* 2026-10-15 JXM   INITIAL VERSION.
004610* 2026-10-15 JXM   PROG22 ADDED TO THE READERS.
004700*----------------------------------------------------------------
004800 01  REL-RECORD.
004900    05  REL-KEY.
005000        10  REL-KEY-TYPE            PIC X(01).
005100            88  REL-BY-CUST             VALUE 'C'.
005200            88  REL-BY-ACCT             VALUE 'A'.
005300        10  REL-KEY-1               PIC X(10).
005400        10  REL-KEY-2               PIC X(10).
005500    05  REL-CUST-NO                 PIC X(10).
005600    05  REL-ACCT-NO                 PIC X(10).
005700    05  REL-ROLE                    PIC X(01).
005800        88  REL-PRIMARY                 VALUE 'P'.
005900        88  REL-JOINT                   VALUE 'J'.
006000        88  REL-TRUSTEE                 VALUE 'T'.
006100        88  REL-POA                     VALUE 'A'.
006200        88  REL-OWNER-ROLE              VALUE 'P' 'J' 'T'.
006300        88  REL-VALID-ROLE              VALUE 'P' 'J' 'T' 'A'.
006400    05  REL-STMT-SW                 PIC X(01).
006500        88  REL-GETS-STATEMENT          VALUE 'Y'.
006600        88  REL-NO-STATEMENT            VALUE 'N'.
006700    05  REL-ADDED-DATE              PIC X(08).
006800    05  REL-ADDED-BY                PIC X(08).
006900    05  REL-CHANGED-DATE            PIC X(08).
007000    05  REL-CHANGED-BY              PIC X(08).
007100    05  FILLER                      PIC X(25).
