001900*     'X' (OR PRESSES CLEAR).  INVOKED ON ITS OWN TRANSACTION
002000*     ID (E.G. PG1F), RESTRICTED BY TRANSACTION SECURITY TO THE
002100*     REFERENCE DATA GROUP.
002110*
002120*     EVERY CHANGE - ADD, UPDATE, DEACTIVATE, REACTIVATE - IS
002130*     JOURNALED TO JRNLF (SEE JRNLREC) WITH THE RECORD BEFORE
002140*     AND AFTER, THE SIGNED-ON USERID, TERMINAL AND TIME, AND
002150*     COMMITTED TOGETHER WITH ITS JOURNAL RECORD - A CHANGE
002160*     THAT CANNOT BE JOURNALED IS BACKED OUT.  PROG31 LISTS THE
002170*     DAY'S CHANGES FOR THE GROUP SUPERVISOR'S SIGN-OFF.
002200*
002300* MAINTENANCE HISTORY.
002400* DATE       INIT  DESCRIPTION
002500* 2026-08-22 JXM   INITIAL VERSION.
002510* 2026-10-15 JXM   EVERY CHANGE NOW WRITES A BEFORE/AFTER
002520*                  IMAGE TO THE JRNLF CHANGE JOURNAL (SEE
002530*                  6600-WRITE-JOURNAL), AND EACH DECISION IS
002540*                  COMMITTED ON ITS OWN (6500-TAKE-SYNCPOINT) SO
002550*                  A JOURNAL FAILURE BACKS OUT THAT CHANGE ONLY.
002600*================================================================
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. PROG7.
004600*----------------------------------------------------------------
004700 COPY FUNCODE.
004800
004810*----------------------------------------------------------------
004820* CHANGE JOURNAL RECORD - ONE WRITTEN TO JRNLF PER CHANGE.
004830*----------------------------------------------------------------
004840 COPY JRNLREC.
004850
004900*----------------------------------------------------------------
005000* CICS RESPONSE CODES.
005100*----------------------------------------------------------------
005200 01  WS-FNC-RESP                PIC S9(9) COMP.
005300 01  WS-MAP-RESP                PIC S9(9) COMP.
005310 01  WS-JRN-RESP                PIC S9(9) COMP.
005400
005500*----------------------------------------------------------------
005600* TODAY'S DATE - THE DEFAULT EFFECTIVE DATE ON AN ADD.
005700*----------------------------------------------------------------
005800 01  WS-ABSTIME                 PIC S9(15) COMP-3.
005900 01  WS-TODAY-DATE              PIC X(08).
005910
005920*----------------------------------------------------------------
005930* THE SIGNED-ON OPERATOR, AND THE TASK'S RUNNING JOURNAL
005940* SEQUENCE - ONE CONVERSATION WRITES MANY JOURNAL RECORDS.
005950*----------------------------------------------------------------
005960 01  WS-OPER-ID                 PIC X(08).
005970 01  WS-JRN-SEQ                 PIC 9(04) VALUE 0.
006000
006100*----------------------------------------------------------------
006200* SWITCHES.
006500    88  WS-EXIT-TIME               VALUE 'Y'.
006600 01  WS-EDIT-OK-SW              PIC X(01) VALUE 'N'.
006700    88  WS-EDIT-OK                 VALUE 'Y'.
006705 01  WS-JRN-OK-SW               PIC X(01) VALUE 'N'.
006706    88  WS-JRN-OK                  VALUE 'Y'.
006710
006720*----------------------------------------------------------------
006730* THE OPERATOR'S INPUT, CAPTURED OFF THE MAP BEFORE THE OUTPUT
008100
008200*----------------------------------------------------------------
008300* 1000-INITIALIZE
008400*     ESTABLISHES TODAY'S DATE AND THE SIGNED-ON USERID, SENDS
008500*     THE FULL MAP, AND TAKES THE OPERATOR'S FIRST INPUT.
008600*     MAPFAIL (E.G. CLEAR) ENDS THE TASK CLEANLY.
008700*----------------------------------------------------------------
008800 1000-INITIALIZE.
008900     EXEC CICS ASKTIME
009300          ABSTIME(WS-ABSTIME)
009400          YYYYMMDD(WS-TODAY-DATE)
009500     END-EXEC.
009510     EXEC CICS ASSIGN
009520          USERID(WS-OPER-ID)
009530     END-EXEC.
009600     MOVE LOW-VALUES TO PROG7MO.
009700     MOVE 'ENTER CODE AND ACTION - X TO EXIT' TO MSGLNO.
009800     EXEC CICS SEND MAP('PROG7M')
021000         MOVE 'FUNCTION CODE FILE ERROR - NOT ADDED'
021100             TO MSGLNO
021200         GO TO 3200-EXIT.
021210     MOVE SPACES TO JRN-RECORD.
021220     MOVE 'A' TO JRN-ACTION.
021230     MOVE FNC-RECORD TO JRN-AFTER-IMAGE.
021240     PERFORM 6600-WRITE-JOURNAL THRU 6600-EXIT.
021250     IF NOT WS-JRN-OK
021260         GO TO 3200-EXIT.
021270     PERFORM 6500-TAKE-SYNCPOINT THRU 6500-EXIT.
021300     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
021400     MOVE 'FUNCTION CODE ADDED' TO MSGLNO.
021500 3200-EXIT.
023600     IF WS-FNC-RESP NOT = DFHRESP(NORMAL)
023700         MOVE 'FUNCTION CODE FILE ERROR' TO MSGLNO
023800         GO TO 3300-EXIT.
023810     MOVE SPACES TO JRN-RECORD.
023820     MOVE FNC-RECORD TO JRN-BEFORE-IMAGE.
023900     IF WS-IN-DESC NOT = LOW-VALUES AND WS-IN-DESC NOT = SPACES
024000         MOVE WS-IN-DESC TO FNC-DESC
024100     END-IF.
025900     IF WS-FNC-RESP NOT = DFHRESP(NORMAL)
026000         MOVE 'FUNCTION CODE FILE ERROR - NOT UPDATED'
026100             TO MSGLNO
026110         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
026200         GO TO 3300-EXIT.
026210     MOVE 'U' TO JRN-ACTION.
026220     MOVE FNC-RECORD TO JRN-AFTER-IMAGE.
026230     PERFORM 6600-WRITE-JOURNAL THRU 6600-EXIT.
026240     IF NOT WS-JRN-OK
026250         GO TO 3300-EXIT.
026260     PERFORM 6500-TAKE-SYNCPOINT THRU 6500-EXIT.
026300     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
026400     MOVE 'FUNCTION CODE UPDATED' TO MSGLNO.
026500 3300-EXIT.
028500     IF WS-FNC-RESP NOT = DFHRESP(NORMAL)
028600         MOVE 'FUNCTION CODE FILE ERROR' TO MSGLNO
028700         GO TO 3400-EXIT.
028710     MOVE SPACES TO JRN-RECORD.
028720     MOVE FNC-RECORD TO JRN-BEFORE-IMAGE.
028800     SET FNC-INACTIVE TO TRUE.
028900     EXEC CICS REWRITE
029000          FILE('FUNCODF')
029400     IF WS-FNC-RESP NOT = DFHRESP(NORMAL)
029500         MOVE 'FUNCTION CODE FILE ERROR - NOT CHANGED'
029600             TO MSGLNO
029610         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
029700         GO TO 3400-EXIT.
029710     MOVE 'D' TO JRN-ACTION.
029720     MOVE FNC-RECORD TO JRN-AFTER-IMAGE.
029730     PERFORM 6600-WRITE-JOURNAL THRU 6600-EXIT.
029740     IF NOT WS-JRN-OK
029750         GO TO 3400-EXIT.
029760     PERFORM 6500-TAKE-SYNCPOINT THRU 6500-EXIT.
029800     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
029900     MOVE 'FUNCTION CODE DEACTIVATED' TO MSGLNO.
030000 3400-EXIT.
031800     IF WS-FNC-RESP NOT = DFHRESP(NORMAL)
031900         MOVE 'FUNCTION CODE FILE ERROR' TO MSGLNO
032000         GO TO 3500-EXIT.
032010     MOVE SPACES TO JRN-RECORD.
032020     MOVE FNC-RECORD TO JRN-BEFORE-IMAGE.
032100     SET FNC-ACTIVE TO TRUE.
032200     EXEC CICS REWRITE
032300          FILE('FUNCODF')
032700     IF WS-FNC-RESP NOT = DFHRESP(NORMAL)
032800         MOVE 'FUNCTION CODE FILE ERROR - NOT CHANGED'
032900             TO MSGLNO
032910         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
033000         GO TO 3500-EXIT.
033010     MOVE 'R' TO JRN-ACTION.
033020     MOVE FNC-RECORD TO JRN-AFTER-IMAGE.
033030     PERFORM 6600-WRITE-JOURNAL THRU 6600-EXIT.
033040     IF NOT WS-JRN-OK
033050         GO TO 3500-EXIT.
033060     PERFORM 6500-TAKE-SYNCPOINT THRU 6500-EXIT.
033100     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
033200     MOVE 'FUNCTION CODE REACTIVATED' TO MSGLNO.
033300 3500-EXIT.
036000 6000-EXIT.
036100     EXIT.
036200
036201*----------------------------------------------------------------
036202* 6500-TAKE-SYNCPOINT
036203*     COMMITS THE CHANGE JUST MADE TOGETHER WITH ITS JOURNAL
036204*     RECORD, AND GIVES BACK THE RECORD LOCK BEFORE THE
036205*     CONVERSATION WAITS ON THE TERMINAL AGAIN - THE SAME
036206*     PER-DECISION COMMIT PROG13 TAKES.
036207*----------------------------------------------------------------
036208 6500-TAKE-SYNCPOINT.
036209     EXEC CICS SYNCPOINT END-EXEC.
036210 6500-EXIT.
036211     EXIT.
036212
036213*----------------------------------------------------------------
036214* 6600-WRITE-JOURNAL
036215*     WRITES THE JRNLF RECORD FOR THE CHANGE IN HAND - THE
036216*     CALLER HAS SET THE ACTION AND THE BEFORE/AFTER IMAGES;
036217*     THIS STAMPS THE KEY (DATE, TIME, TERMINAL, TASK AND THE
036218*     TASK'S NEXT SEQUENCE), THE FILE, RECORD KEY, USERID AND
036219*     PROGRAM.  IF THE JOURNAL CANNOT BE WRITTEN THE CHANGE IS
036220*     ROLLED BACK WITH IT - AN UNJOURNALED CHANGE IS WHAT THIS
036221*     FILE EXISTS TO PREVENT.
036222*----------------------------------------------------------------
036223 6600-WRITE-JOURNAL.
036224     EXEC CICS ASKTIME
036225          ABSTIME(WS-ABSTIME)
036226     END-EXEC.
036227     EXEC CICS FORMATTIME
036228          ABSTIME(WS-ABSTIME)
036229          YYYYMMDD(JRN-DATE)
036230          TIME(JRN-TIME)
036231     END-EXEC.
036232     MOVE EIBTRMID   TO JRN-TERM-ID.
036233     MOVE EIBTASKN   TO JRN-TASK-NO.
036234     ADD 1 TO WS-JRN-SEQ.
036235     MOVE WS-JRN-SEQ TO JRN-SEQ.
036236     MOVE 'FUNCODF'  TO JRN-FILE-ID.
036237     MOVE FNC-CODE   TO JRN-REC-KEY.
036238     MOVE WS-OPER-ID TO JRN-USER-ID.
036239     MOVE 'PROG7'    TO JRN-PROGRAM.
036240     MOVE SPACES     TO JRN-RPT-DATE.
036241     EXEC CICS WRITE
036242          FILE('JRNLF')
036243          FROM(JRN-RECORD)
036244          RIDFLD(JRN-KEY)
036245          RESP(WS-JRN-RESP)
036246     END-EXEC.
036247     IF WS-JRN-RESP = DFHRESP(NORMAL)
036248         MOVE 'Y' TO WS-JRN-OK-SW
036249         GO TO 6600-EXIT.
036250     MOVE 'N' TO WS-JRN-OK-SW.
036251     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
036252     MOVE 'JOURNAL FILE ERROR - CHANGE BACKED OUT' TO MSGLNO.
036253 6600-EXIT.
036254     EXIT.
036255
036300*----------------------------------------------------------------
036400* 7000-SHOW-RECORD
036500*     ECHOES THE RECORD IN FNC-RECORD BACK TO THE SCREEN.
