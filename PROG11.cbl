002200*     LANDED IN ANOTHER).  AN APPROVED CODE THIS PROGRAM HAS
002300*     NO MAPPING FOR IS COUNTED AND REPORTED - NEVER SILENTLY
002400*     DROPPED - AND LEAVES RC=4 SO ACCOUNTING KNOWS TO LOOK.
002500*     NON-MONETARY ACTIVITY (ZERO AMOUNT - 'INQ', OR A 'CLS'
002600*     WITH NOTHING LEFT TO PAY OUT) POSTS NOTHING.
002700*
002800*     RUNS AS STEP015 OF THE PROG5X CLOSE-OF-BUSINESS WINDOW,
002900*     AFTER PROG3'S RECONCILIATION REPORT.
004097*                  LAST BUSINESS DAY ON THE CALENDF CALENDAR
004098*                  (SEE CALREC) INSTEAD OF THE LITERAL SYSTEM
004099*                  DATE - SEE 1100-RESOLVE-BUS-DATE.
004099* 2026-10-15 JXM   'HLD'/'HRL' (UNCOLLECTED-FUNDS HOLD PLACED,
004099*                  LIFTED OR RELEASED BY PROG21) CARRY DOLLARS
004099*                  BUT MOVE NONE - THE HELD MONEY POSTED WITH ITS
004099*                  DEPOSIT.  ROUTED TO NO GL SIDE RATHER THAN
004099*                  COUNTED AS UNMAPPED.
004099* 2026-10-15 JXM   'FEE' (MONTH-END SERVICE CHARGES - PROG30)
004099*                  POSTS BOTH SIDES FOR THE SAME DOLLARS, LIKE
004099*                  'INT' - THE DEBIT IS THE CUSTOMER DEPOSITS
004099*                  POSITION, THE CREDIT FEE INCOME.
004099* 2026-10-15 JXM   A 'REV' OF AN 'INT' INTEREST CREDIT (PROG2
004099*                  NOW ALLOWS ONE) POSTS BOTH SIDES UNDER ITS
004099*                  OWN GL FUNCTION CODE 'RVI', NOT 'REV', FOR
004099*                  THE SAME DOLLARS - THE DEBIT IS THE CUSTOMER
004099*                  DEPOSITS POSITION, THE CREDIT BACK TO INTEREST
004099*                  EXPENSE - SO THE INTEREST EXPENSE CREDIT IS
004099*                  NEVER MIXED INTO THE DEPOSITS-SIDE 'REV' CR.
004099* 2026-10-15 JXM   'CLS' NOW CARRIES THE BALANCE PAID OUT AT THE
004099*                  CLOSE (PROG2) AND DEBITS THE DEPOSITS POSITION
004099*                  LIKE 'WDL'.  THE CLOSING FEE TAKEN FIRST COMES
004099*                  THROUGH AS ITS OWN 'FEE' RECORD ('FEEC').
004100*================================================================
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. PROG11.
012100
012200*----------------------------------------------------------------
012300* THE SIDE BEING TALLIED ON THE CURRENT PASS THROUGH
012400* 4000-TALLY-SIDE - 'XFR' DRIVES THE PARAGRAPH ONCE PER SIDE -
012410* AND THE GL FUNCTION CODE IT IS TALLIED UNDER: THE RECORD'S
012420* OWN, EXCEPT 'RVI' FOR A 'REV' OF AN 'INT'.
012500*----------------------------------------------------------------
012600 01  WS-TALLY-SIDE            PIC X(02).
012610 01  WS-TALLY-FUNC            PIC X(03).
012700
012800*----------------------------------------------------------------
012900* RUNNING COUNTS FOR THE TRAILER AND THE CONSOLE REPORT.
022300*----------------------------------------------------------------
022400* 3100-ROUTE-FUNCTION
022500*     PICKS THE DEBIT/CREDIT SIDE(S) FOR THE RECORD'S FUNCTION
022600*     CODE.  'XFR' POSTS BOTH SIDES FOR THE SAME DOLLARS, AS
022610*     DO 'INT' AND 'FEE' (SERVICE CHARGES - PROG30'S AT MONTH
022615*     END, PROG2'S AT A CLOSE - THE DEBIT IS CUSTOMER DEPOSITS,
022620*     THE CREDIT FEE INCOME).  A 'CLS' PAYOUT DEBITS LIKE 'WDL'.
022630*     A 'REV' OF AN 'INT' POSTS BOTH SIDES UNDER 'RVI' SO THE
022640*     INTEREST EXPENSE CREDIT STAYS APART FROM THE 'REV' CR.
022700*     AN APPROVED CODE WITH DOLLARS BUT NO MAPPING IS COUNTED
022800*     FOR THE CONSOLE AND RC=4 - NEVER SILENTLY DROPPED;
022900*     APPROVED ZERO-AMOUNT ACTIVITY POSTS NOTHING, AND NEITHER DO
022910*     THE HOLD CODES ('HLD'/'HRL'), WHICH MOVE NO MONEY.
023000*----------------------------------------------------------------
023100 3100-ROUTE-FUNCTION.
023110     MOVE AUD-FIELD TO WS-TALLY-FUNC.
023200     EVALUATE AUD-FIELD
023300         WHEN 'DEP'
023400             MOVE 'CR' TO WS-TALLY-SIDE
023600         WHEN 'WDL'
023700             MOVE 'DR' TO WS-TALLY-SIDE
023800             PERFORM 4000-TALLY-SIDE THRU 4000-EXIT
023810         WHEN 'CLS'
023820             IF AUD-TRAN-AMT NOT = ZERO
023830                 MOVE 'DR' TO WS-TALLY-SIDE
023840                 PERFORM 4000-TALLY-SIDE THRU 4000-EXIT
023850             END-IF
023900         WHEN 'XFR'
024000             MOVE 'DR' TO WS-TALLY-SIDE
024100             PERFORM 4000-TALLY-SIDE THRU 4000-EXIT
024303             PERFORM 4000-TALLY-SIDE THRU 4000-EXIT
024304             MOVE 'CR' TO WS-TALLY-SIDE
024305             PERFORM 4000-TALLY-SIDE THRU 4000-EXIT
024306         WHEN 'FEE'
024307             MOVE 'DR' TO WS-TALLY-SIDE
024308             PERFORM 4000-TALLY-SIDE THRU 4000-EXIT
024309             MOVE 'CR' TO WS-TALLY-SIDE
024309             PERFORM 4000-TALLY-SIDE THRU 4000-EXIT
024310         WHEN 'REV'
024320             EVALUATE AUD-REV-FUNC
024330                 WHEN 'DEP'
024360                 WHEN 'WDL'
024370                     MOVE 'CR' TO WS-TALLY-SIDE
024380                     PERFORM 4000-TALLY-SIDE THRU 4000-EXIT
024381                 WHEN 'INT'
024382                     MOVE 'RVI' TO WS-TALLY-FUNC
024383                     MOVE 'DR' TO WS-TALLY-SIDE
024384                     PERFORM 4000-TALLY-SIDE THRU 4000-EXIT
024385                     MOVE 'CR' TO WS-TALLY-SIDE
024386                     PERFORM 4000-TALLY-SIDE THRU 4000-EXIT
024390                 WHEN OTHER
024391                     ADD 1 TO WS-UNMAPPED-COUNT
024392             END-EVALUATE
024394         WHEN 'HLD'
024396         WHEN 'HRL'
024398             CONTINUE
024400         WHEN OTHER
024500             IF AUD-TRAN-AMT NOT = ZERO
024600                 ADD 1 TO WS-UNMAPPED-COUNT
025100
025200*----------------------------------------------------------------
025300* 4000-TALLY-SIDE
025400*     FINDS (OR ADDS) THE TABLE ENTRY FOR WS-TALLY-FUNC AND
025500*     WS-TALLY-SIDE AND FOLDS THE RECORD'S DOLLARS IN.  A
025600*     NEW COMBINATION PAST THE OCCURS LIMIT IS COUNTED AS
025700*     UNMAPPED AND FLAGGED SO THE FILE IS KNOWN INCOMPLETE.
025800*----------------------------------------------------------------
026700             ELSE
026800                 PERFORM 4100-ADD-ENTRY THRU 4100-EXIT
026900             END-IF
027000         WHEN WS-GL-FUNC(WS-GL-IDX) = WS-TALLY-FUNC
027100          AND WS-GL-SIDE(WS-GL-IDX) = WS-TALLY-SIDE
027200             CONTINUE
027300     END-SEARCH.
028900 4100-ADD-ENTRY.
029000     ADD 1 TO WS-GL-COUNT.
029100     SET WS-GL-IDX TO WS-GL-COUNT.
029200     MOVE WS-TALLY-FUNC TO WS-GL-FUNC(WS-GL-IDX).
029300     MOVE WS-TALLY-SIDE TO WS-GL-SIDE(WS-GL-IDX).
029400     MOVE 0             TO WS-GL-TALLY(WS-GL-IDX).
029500     MOVE 0             TO WS-GL-AMT(WS-GL-IDX).
