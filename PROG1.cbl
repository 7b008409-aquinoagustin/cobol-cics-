004434*                  SAME-DAY DATES ACT IMMEDIATELY AND ARE NOT
004435*                  CHECKED; A DATE THE CALENDAR DOES NOT COVER
004436*                  PASSES UNRESTRICTED.
004436* 2026-10-15 JXM   'RAC' (REACTIVATE A DORMANT ACCOUNT - SEE
004436*                  PROG2/PROG22) ALWAYS GOES TO A SUPERVISOR
004436*                  OVERRIDE IN 3500-CHECK-LIMIT, WHATEVER THE
004436*                  AMOUNT OR THE OPERATOR'S OWN PROFILE, SO THE
004436*                  SUPERVISOR'S USERID IS WHAT LANDS IN
004436*                  AUD-OPER-ID ON THE REACTIVATION'S TRAIL RECORD.
004436* 2026-10-15 JXM   THE SIGNED-ON OPERATOR NOW ALSO RIDES INTO THE
004436*                  NEW AUD-TELLER-ID, SO AN OVERRIDDEN
004436*                  TRANSACTION STILL NAMES THE TELLER WHOSE
004436*                  DRAWER HANDLED THE CASH (SEE PROG24) WHILE
004436*                  AUD-OPER-ID NAMES THE SUPERVISOR WHO DECIDED.
004436* 2026-10-15 JXM   'HRL' (LIFT AN UNCOLLECTED-FUNDS HOLD EARLY)
004436*                  NOW GOES TO A SUPERVISOR OVERRIDE LIKE 'RAC'.
004436* 2026-10-15 JXM   THE SIGNED-ON OPERATOR IS ALSO CARRIED IN
004436*                  COM-TELLER-ID, SO IT IS CHECKPOINTED WITH THE
004436*                  COMMAREA FOR A PROG4/PROG12 REPLAY'S AUDIT.
004437*================================================================
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. PROG1.
017260*    BLANK SO A LINK THAT NEVER REACHES PROG2 AUDITS BLANKS.
017270     MOVE SPACES       TO COM-XREF-KEY.
017280     MOVE SPACES       TO COM-REV-FUNC.
017290*    THE TELLER RIDES IN THE CHECKPOINT FOR A REPLAY'S AUDIT.
017295     MOVE WS-OPER-ID   TO COM-TELLER-ID.
017300     MOVE EIBTRMID     TO COM-TERM-ID.
017400 1000-EXIT.
017500     EXIT.
021920*     PROFILE MUST COVER THE AMOUNT.  WHICHEVER USERID DECIDED
021921*     THE TRANSACTION ENDS UP IN WS-DECIDER-ID FOR THE AUDIT.
021922*     0000-MAIN-PARA PERFORMS THIS PARAGRAPH UNTIL IT PASSES.
021922*     A 'RAC' DORMANT-ACCOUNT REACTIVATION MOVES NO MONEY BUT IS
021922*     NEVER THE OPERATOR'S OWN CALL - IT SKIPS THE LIMIT TEST
021922*     AND GOES STRAIGHT TO THE SUPERVISOR CHECKS.  SO DOES AN
021922*     'HRL' EARLY HOLD LIFT - A BRANCH MANAGER'S DECISION TO
021922*     MAKE UNCOLLECTED FUNDS AVAILABLE.
021923*----------------------------------------------------------------
021924 3500-CHECK-LIMIT.
021925     MOVE WS-OPER-ID TO WS-DECIDER-ID.
021925     IF FIELD = 'RAC' OR FIELD = 'HRL'
021925         GO TO 3500-CHECK-SUPV.
021926     IF COM-TRAN-AMT NOT > ZERO
021927         SET WS-LIMIT-OK TO TRUE
021928         GO TO 3500-EXIT.
021940     IF COM-TRAN-AMT NOT > WS-LIM-AMT-FOUND
021941         SET WS-LIMIT-OK TO TRUE
021942         GO TO 3500-EXIT.
021942 3500-CHECK-SUPV.
021943     IF WS-SUPV-ID = SPACES
021943         IF FIELD = 'RAC'
021943             MOVE 'REACTIVATION NEEDS A SUPERVISOR - KEY SUPV ID'
021943                 TO WS-VAL-ERR-MSG
021943         END-IF
021943         IF FIELD = 'HRL'
021943             MOVE 'HOLD LIFT NEEDS A SUPERVISOR - KEY SUPV ID'
021943                 TO WS-VAL-ERR-MSG
021943         END-IF
021943         IF FIELD NOT = 'RAC' AND FIELD NOT = 'HRL'
021944             MOVE 'AMOUNT OVER YOUR LIMIT - KEY SUPERVISOR ID'
021945                 TO WS-VAL-ERR-MSG
021945         END-IF
021946         PERFORM 3600-REPROMPT-LIMIT THRU 3600-EXIT
021947         GO TO 3500-EXIT.
021948     IF WS-SUPV-ID = WS-OPER-ID
030650     MOVE WS-DECIDER-ID TO AUD-OPER-ID.
030660     MOVE COM-XREF-KEY TO AUD-XREF-KEY.
030670     MOVE COM-REV-FUNC TO AUD-REV-FUNC.
030680     MOVE WS-OPER-ID TO AUD-TELLER-ID.
030700     EXEC CICS WRITE
030800          FILE('AUDITF')
030900          FROM(AUDIT-RECORD)
