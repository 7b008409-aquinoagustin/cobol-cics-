000400* KSDS).  ONE RECORD PER CUSTOMER, KEYED BY A TEN-BYTE CUSTOMER
000500* NUMBER.  CARRIES THE IDENTIFYING DATA THE BRANCH USED TO KEEP
000600* ON INDEX CARDS BESIDE THE TERMINAL - NAME, ADDRESS, PHONE,
000700* TAX ID, STATUS.  THE CUSTOMER'S ACCOUNTS, AND THEIR ROLE ON
000800* EACH, ARE LINKS ON THE RELF RELATIONSHIP FILE (SEE RELREC),
000900* SO A CALLER GIVING A CUSTOMER NUMBER CAN BE ANSWERED WITH
000910* EVERY ACCOUNT AND BALANCE THEY HOLD.
001000*
001100* THE ACCOUNT LIST BELOW IS NO LONGER MAINTAINED - IT HOLDS THE
001200* LINKS AS THEY STOOD WHEN PROG33 CONVERTED THEM TO RELF, AND
001300* IS KEPT SO THE RECORD LENGTH IS UNCHANGED AND PROG31 CAN STILL
001400* DECODE OLDER JOURNAL IMAGES - NOTHING ELSE SHOULD READ IT.
001410* ACCT-CUST-NO (SEE ACCTREC) NAMES THE PRIMARY OWNER, KEPT IN
001420* STEP WITH RELF BY PROG13.
001500*
001600* USED BY -
001700*   PROG2   (CICS)  - READS ONE RECORD PER 'CIQ' CUSTOMER
001800*                     INQUIRY.
001900*   PROG13  (CICS)  - MAINTAINS THE RECORDS ONLINE, JOURNALING
002000*                     EVERY CHANGE TO JRNLF (SEE JRNLREC).
002005*   PROG14  (BATCH) - READS EACH STATEMENT ADDRESSEE.
002010*   PROG22  (BATCH) - READS THE OWNER OF EACH ACCOUNT REPORTED
002020*                     FOR ESCHEATMENT.
002030*   PROG25  (BATCH) - READS THE OWNER OF EACH ACCOUNT WITH
002040*                     CASH ACTIVITY FOR THE TAX ID, NAME AND
002050*                     ADDRESS ON THE CTR.
002060*   PROG31  (BATCH) - DECODES JOURNALED IMAGES FOR THE NIGHTLY
002070*                     CHANGE REPORT.
002080*   PROG32  (BATCH) - READS THE OWNER OF EACH ACCOUNT WITH
002090*                     INTEREST FOR THE TAX ID, NAME AND ADDRESS
002095*                     ON THE 1099-INT.
002096*   PROG33  (BATCH) - CONVERTS THE ACCOUNT LIST TO RELF LINKS
002097*                     (ONE-TIME).
002100*
002200* MAINTENANCE HISTORY
002300* DATE       INIT  DESCRIPTION
002400* 2026-09-02 JXM   INITIAL VERSION.
002410* 2026-10-15 JXM   LINKS MOVED TO RELF (SEE RELREC) - THE ACCOUNT
002420*                  LIST IS FROZEN AT THE PROG33 CONVERSION.
002500*----------------------------------------------------------------
002600 01  CUST-RECORD.
002700    05  CUST-KEY.
