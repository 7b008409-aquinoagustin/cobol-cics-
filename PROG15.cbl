001700*     SNAPSHOT (SNAPOUT) FOR THE NEXT RUN TO ROLL FORWARD.
001800*
001900*     THE ROLL-FORWARD PER FUNCTION CODE: 'DEP' ADDS TO THE
002000*     ACCOUNT, 'WDL', 'FEE' AND 'CLS' (THE BALANCE PAID OUT AT
002005*     A CLOSE) SUBTRACT, 'XFR' SUBTRACTS FROM THE SOURCE AND
002010*     ADDS TO THE DESTINATION.  AN ACCOUNT ON THE MASTER WITH NO
002100*     PRIOR SNAPSHOT ROLLS FORWARD FROM ZERO (A NEW ACCOUNT); A
002200*     PRIOR-SNAPSHOT ACCOUNT NO LONGER ON THE MASTER IS ITSELF
002400*     AN EXCEPTION.  APPROVED DOLLARS FOR A
002500*     FUNCTION THIS PROGRAM HAS NO ROLL-FORWARD RULE FOR ARE
002600*     COUNTED AND REPORTED - NEVER SILENTLY DROPPED - AND LEAVE
002700*     RC=4 LIKE AN EXCEPTION DOES.
004693*                  LAST BUSINESS DAY ON THE CALENDF CALENDAR
004694*                  (SEE CALREC) INSTEAD OF THE LITERAL SYSTEM
004695*                  DATE - SEE 1100-RESOLVE-BUS-DATE.
004696* 2026-10-15 JXM   'HLD'/'HRL' (UNCOLLECTED-FUNDS HOLD PLACED,
004697*                  LIFTED OR RELEASED BY PROG21) CARRY DOLLARS
004698*                  BUT MOVE NONE - THE HELD MONEY IS ALREADY IN
004699*                  THE BALANCE.  NO DELTA, AND NOT COUNTED AS
004699*                  UNAPPLIED.
004699* 2026-10-15 JXM   'FEE' (MONTH-END SERVICE CHARGES - PROG30)
004699*                  ROLLS FORWARD AS A SUBTRACT FROM THE CHARGED
004699*                  ACCOUNT, LIKE 'WDL'.
004699* 2026-10-15 JXM   A 'REV' OF AN 'INT' INTEREST CREDIT ROLLS
004699*                  FORWARD AS A SUBTRACT, LIKE A REVERSED 'DEP'.
004699* 2026-10-15 JXM   'CLS' NOW CARRIES THE BALANCE PAID OUT AT THE
004699*                  CLOSE (PROG2) AND ROLLS FORWARD AS A SUBTRACT,
004699*                  LIKE 'WDL'.  THE CLOSING FEE TAKEN FIRST IS ITS
004699*                  OWN 'FEE' RECORD.
004700*================================================================
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID. PROG15.
035500*     'XFR' MOVES THE SAME DOLLARS OUT OF ONE ACCOUNT AND INTO
035600*     ANOTHER.  APPROVED DOLLARS FOR A CODE WITH NO ROLL-
035700*     FORWARD RULE ARE COUNTED FOR THE CONSOLE AND RC=4 - NEVER
035800*     SILENTLY DROPPED; APPROVED ZERO-AMOUNT ACTIVITY ('INQ', A
035900*     'CLS' WITH NOTHING TO PAY OUT) MOVES NO MONEY AND NEEDS
035905*     NONE - A 'CLS' PAYOUT SUBTRACTS LIKE 'WDL'.  NEITHER DO THE
035910*     HOLD CODES ('HLD'/'HRL') - A HOLD ONLY FENCES DOLLARS
035920*     ALREADY IN THE BALANCE.
036000*----------------------------------------------------------------
036100 3100-ROUTE-FUNCTION.
036200     EVALUATE AUD-FIELD
036800             MOVE AUD-ACCT-NO TO WS-APPLY-ACCT
036900             COMPUTE WS-APPLY-AMT = ZERO - AUD-TRAN-AMT
037000             PERFORM 4000-APPLY-DELTA THRU 4000-EXIT
037005         WHEN 'CLS'
037006             IF AUD-TRAN-AMT NOT = ZERO
037007                 MOVE AUD-ACCT-NO TO WS-APPLY-ACCT
037008                 COMPUTE WS-APPLY-AMT = ZERO - AUD-TRAN-AMT
037009                 PERFORM 4000-APPLY-DELTA THRU 4000-EXIT
037009             END-IF
037010         WHEN 'FEE'
037020             MOVE AUD-ACCT-NO TO WS-APPLY-ACCT
037030             COMPUTE WS-APPLY-AMT = ZERO - AUD-TRAN-AMT
037040             PERFORM 4000-APPLY-DELTA THRU 4000-EXIT
037100         WHEN 'XFR'
037200             MOVE AUD-ACCT-NO TO WS-APPLY-ACCT
037300             COMPUTE WS-APPLY-AMT = ZERO - AUD-TRAN-AMT
037780                     MOVE AUD-ACCT-NO TO WS-APPLY-ACCT
037790                     MOVE AUD-TRAN-AMT TO WS-APPLY-AMT
037791                     PERFORM 4000-APPLY-DELTA THRU 4000-EXIT
037792                 WHEN 'INT'
037792                     MOVE AUD-ACCT-NO TO WS-APPLY-ACCT
037792                     COMPUTE WS-APPLY-AMT = ZERO - AUD-TRAN-AMT
037792                     PERFORM 4000-APPLY-DELTA THRU 4000-EXIT
037792                 WHEN OTHER
037793                     ADD 1 TO WS-UNAPPLIED-CNT
037794             END-EVALUATE
037795         WHEN 'HLD'
037796         WHEN 'HRL'
037797             CONTINUE
037800         WHEN OTHER
037900             IF AUD-TRAN-AMT NOT = ZERO
038000                 ADD 1 TO WS-UNAPPLIED-CNT
