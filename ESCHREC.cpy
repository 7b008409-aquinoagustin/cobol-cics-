000100*----------------------------------------------------------------
000200* ESCHREC
000300* RECORD LAYOUT FOR THE UNCLAIMED-PROPERTY (ESCHEATMENT) FILE
000400* WRITTEN BY PROG22 (ESCHOUT).  ONE RECORD PER OWNER OF EACH
000500* DORMANT ACCOUNT WITH A BALANCE THAT HAS GONE WITHOUT CUSTOMER
000600* ACTIVITY LONG ENOUGH TO BE REPORTED TO THE STATE, CARRYING
000700* THE OWNER'S ROLE ON THE ACCOUNT (FROM RELF - PRIMARY, JOINT
000710* OR TRUSTEE) AND NAME, ADDRESS AND TAX ID FROM CUSTMST.  EVERY
000720* OWNER'S RECORD CARRIES THE ACCOUNT'S FULL BALANCE; ONLY THE
000730* RECORD WITH ESC-OWNER-SEQ 1 IS TO BE SUMMED.  A FLAT,
000800* FIXED-WIDTH, ALL-DISPLAY HANDOFF LAYOUT - SAME REASONING AS
000850* EXTRACTREC.  AN OWNER WHO IS NOT ON CUSTMST IS STILL WRITTEN,
001000* WITH ESC-OWNER-FOUND 'N' AND THE OWNER FIELDS BLANK, SO THE
001100* FILING IS NEVER SILENTLY SHORT.
001200*
001300* USED BY -
001400*   PROG22  (BATCH) - WRITES ONE RECORD PER OWNER OF AN
001500*                     ESCHEATABLE ACCOUNT.
001600*
001700* MAINTENANCE HISTORY
001800* DATE       INIT  DESCRIPTION
001900* 2026-10-15 JXM   INITIAL VERSION.
001910* 2026-10-15 JXM   ONE RECORD PER RELF OWNER - ADDED ESC-ROLE AND
001920*                  ESC-OWNER-SEQ FROM THE FILLER.  LENGTH STAYS
001930*                  160.
002000*----------------------------------------------------------------
002100 01  ESCHEAT-RECORD.
002200    05  ESC-REPORT-DATE          PIC X(08).
002300    05  ESC-ACCT-NO              PIC X(10).
002400    05  ESC-CUST-NO              PIC X(10).
002500    05  ESC-OWNER-FOUND          PIC X(01).
002600        88  ESC-OWNER-ON-FILE        VALUE 'Y'.
002700        88  ESC-OWNER-UNKNOWN        VALUE 'N'.
002800    05  ESC-TAX-ID               PIC X(09).
002900    05  ESC-NAME                 PIC X(30).
003000    05  ESC-ADDR-LINE-1          PIC X(30).
003100    05  ESC-ADDR-LINE-2          PIC X(30).
003200    05  ESC-BALANCE              PIC S9(09)V99.
003300    05  ESC-LAST-ACT-DATE        PIC X(08).
003310    05  ESC-ROLE                 PIC X(01).
003320        88  ESC-PRIMARY              VALUE 'P'.
003330        88  ESC-JOINT                VALUE 'J'.
003340        88  ESC-TRUSTEE              VALUE 'T'.
003350    05  ESC-OWNER-SEQ            PIC 9(02).
003400    05  FILLER                   PIC X(10).
