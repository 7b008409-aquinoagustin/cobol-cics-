003700* MAINTENANCE HISTORY.
003800* DATE       INIT  DESCRIPTION
003900* 2026-09-02 JXM   INITIAL VERSION.
003910* 2026-10-15 JXM   THE INTEREST CREDIT NO LONGER STAMPS
003920*                  ACCT-LAST-TRAN-DATE - INTEREST IS NOT
003930*                  CUSTOMER ACTIVITY, AND PROG22'S DORMANCY TEST
003940*                  READS THAT DATE AS THE LAST TIME THE CUSTOMER
003950*                  TOUCHED THE ACCOUNT.
004000*================================================================
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. PROG19.
022200*     OVERFLOW SKIPS THE ACCOUNT WITH THE BUCKET INTACT AND IS
022300*     REPORTED), THE BUCKET ZEROS, AND THE POSTING GOES TO
022400*     AUDITF AND TRANHIST BEFORE THE MASTER IS REWRITTEN.  A
022500*     FAILED REWRITE ABENDS THE RUN.  ACCT-LAST-TRAN-DATE IS
022510*     LEFT ALONE - INTEREST DOES NOT KEEP AN ACCOUNT ACTIVE
022520*     (SEE PROG22).
022600*----------------------------------------------------------------
022700 3000-CREDIT-ONE.
022800     IF ACCT-INT-ACCRUED NOT > ZERO
023600             GO TO 3000-NEXT
023700     END-ADD.
023800     MOVE ZERO TO ACCT-INT-ACCRUED.
024000     PERFORM 4000-AUDIT-CREDIT THRU 4000-EXIT.
024100     PERFORM 5000-WRITE-HIST THRU 5000-EXIT.
024200     REWRITE ACCT-RECORD.
028000     MOVE SPACES          TO AUD-OPER-ID.
028100     MOVE SPACES          TO AUD-XREF-KEY.
028200     MOVE SPACES          TO AUD-REV-FUNC.
028210     MOVE SPACES          TO AUD-TELLER-ID.
028300     WRITE AUDIT-RECORD
028400         INVALID KEY
028500             ADD 1 TO WS-AUDFAIL-COUNT
