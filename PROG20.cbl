002400*     'X' (OR PRESSES CLEAR).  INVOKED ON ITS OWN TRANSACTION
002500*     ID (E.G. PG1D), RESTRICTED BY TRANSACTION SECURITY TO THE
002600*     REFERENCE DATA GROUP.
002610*
002620*     EVERY CHANGE - ADD OR UPDATE - IS JOURNALED TO JRNLF (SEE
002630*     JRNLREC) WITH THE RECORD BEFORE AND AFTER, THE SIGNED-ON
002640*     USERID, TERMINAL AND TIME, AND COMMITTED TOGETHER WITH ITS
002650*     JOURNAL RECORD - A CHANGE THAT CANNOT BE JOURNALED IS
002660*     BACKED OUT.  PROG31 LISTS THE DAY'S CHANGES FOR THE GROUP
002670*     SUPERVISOR'S SIGN-OFF.
002700*
002800* MAINTENANCE HISTORY.
002900* DATE       INIT  DESCRIPTION
003000* 2026-09-02 JXM   INITIAL VERSION.
003010* 2026-10-15 JXM   EVERY CHANGE NOW WRITES A BEFORE/AFTER
003020*                  IMAGE TO THE JRNLF CHANGE JOURNAL (SEE
003030*                  6600-WRITE-JOURNAL), AND EACH DECISION IS
003040*                  COMMITTED ON ITS OWN (6500-TAKE-SYNCPOINT) SO
003050*                  A JOURNAL FAILURE BACKS OUT THAT CHANGE ONLY.
003100*================================================================
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. PROG20.
005100*----------------------------------------------------------------
005200 COPY CALREC.
005300
005310*----------------------------------------------------------------
005320* CHANGE JOURNAL RECORD - ONE WRITTEN TO JRNLF PER CHANGE.
005330*----------------------------------------------------------------
005340 COPY JRNLREC.
005350
005400*----------------------------------------------------------------
005500* CICS RESPONSE CODES.
005600*----------------------------------------------------------------
005700 01  WS-CAL-RESP                PIC S9(9) COMP.
005800 01  WS-MAP-RESP                PIC S9(9) COMP.
005810 01  WS-JRN-RESP                PIC S9(9) COMP.
005820
005830*----------------------------------------------------------------
005840* THE SIGNED-ON OPERATOR, THE JOURNAL TIMESTAMP, AND THE TASK'S
005850* RUNNING JOURNAL SEQUENCE - ONE CONVERSATION WRITES MANY
005860* JOURNAL RECORDS.
005870*----------------------------------------------------------------
005880 01  WS-OPER-ID                 PIC X(08).
005890 01  WS-ABSTIME                 PIC S9(15) COMP-3.
005895 01  WS-JRN-SEQ                 PIC 9(04) VALUE 0.
005900
006000*----------------------------------------------------------------
006100* SWITCHES.
006400    88  WS-EXIT-TIME               VALUE 'Y'.
006500 01  WS-EDIT-OK-SW              PIC X(01) VALUE 'N'.
006600    88  WS-EDIT-OK                 VALUE 'Y'.
006610 01  WS-JRN-OK-SW               PIC X(01) VALUE 'N'.
006620    88  WS-JRN-OK                  VALUE 'Y'.
006700
006800*----------------------------------------------------------------
006900* THE OPERATOR'S INPUT, CAPTURED OFF THE MAP BEFORE THE OUTPUT
009200
009300*----------------------------------------------------------------
009400* 1000-INITIALIZE
009500*     PICKS UP THE SIGNED-ON USERID, SENDS THE FULL MAP AND
009600*     TAKES THE OPERATOR'S FIRST INPUT.  MAPFAIL (E.G. CLEAR)
009610*     ENDS THE TASK CLEANLY.
009700*----------------------------------------------------------------
009800 1000-INITIALIZE.
009810     EXEC CICS ASSIGN
009820          USERID(WS-OPER-ID)
009830     END-EXEC.
009900     MOVE LOW-VALUES TO PROG20MO.
010000     MOVE 'ENTER DATE AND ACTION - X TO EXIT' TO MSGLNO.
010100     EXEC CICS SEND MAP('PROG20M')
021900     IF WS-CAL-RESP NOT = DFHRESP(NORMAL)
022000         MOVE 'CALENDAR FILE ERROR - NOT ADDED' TO MSGLNO
022100         GO TO 3200-EXIT.
022110     MOVE SPACES TO JRN-RECORD.
022120     MOVE 'A' TO JRN-ACTION.
022130     MOVE CAL-RECORD TO JRN-AFTER-IMAGE.
022140     PERFORM 6600-WRITE-JOURNAL THRU 6600-EXIT.
022150     IF NOT WS-JRN-OK
022160         GO TO 3200-EXIT.
022170     PERFORM 6500-TAKE-SYNCPOINT THRU 6500-EXIT.
022200     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
022300     MOVE 'CALENDAR DATE ADDED' TO MSGLNO.
022400 3200-EXIT.
025000     IF WS-CAL-RESP NOT = DFHRESP(NORMAL)
025100         MOVE 'CALENDAR FILE ERROR' TO MSGLNO
025200         GO TO 3300-EXIT.
025210     MOVE SPACES TO JRN-RECORD.
025220     MOVE CAL-RECORD TO JRN-BEFORE-IMAGE.
025300     IF WS-IN-TYPE NOT = LOW-VALUES AND WS-IN-TYPE NOT = SPACES
025400         MOVE WS-IN-TYPE TO CAL-DAY-TYPE
025500     END-IF.
026900     END-EXEC.
027000     IF WS-CAL-RESP NOT = DFHRESP(NORMAL)
027100         MOVE 'CALENDAR FILE ERROR - NOT UPDATED' TO MSGLNO
027110         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
027200         GO TO 3300-EXIT.
027210     MOVE 'U' TO JRN-ACTION.
027220     MOVE CAL-RECORD TO JRN-AFTER-IMAGE.
027230     PERFORM 6600-WRITE-JOURNAL THRU 6600-EXIT.
027240     IF NOT WS-JRN-OK
027250         GO TO 3300-EXIT.
027260     PERFORM 6500-TAKE-SYNCPOINT THRU 6500-EXIT.
027300     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
027400     MOVE 'CALENDAR DATE UPDATED' TO MSGLNO.
027500 3300-EXIT.
030700 6000-EXIT.
030800     EXIT.
030900
030901*----------------------------------------------------------------
030902* 6500-TAKE-SYNCPOINT
030903*     COMMITS THE CHANGE JUST MADE TOGETHER WITH ITS JOURNAL
030904*     RECORD, AND GIVES BACK THE RECORD LOCK BEFORE THE
030905*     CONVERSATION WAITS ON THE TERMINAL AGAIN - THE SAME
030906*     PER-DECISION COMMIT PROG13 TAKES.
030907*----------------------------------------------------------------
030908 6500-TAKE-SYNCPOINT.
030909     EXEC CICS SYNCPOINT END-EXEC.
030910 6500-EXIT.
030911     EXIT.
030912
030913*----------------------------------------------------------------
030914* 6600-WRITE-JOURNAL
030915*     WRITES THE JRNLF RECORD FOR THE CHANGE IN HAND - THE
030916*     CALLER HAS SET THE ACTION AND THE BEFORE/AFTER IMAGES;
030917*     THIS STAMPS THE KEY (DATE, TIME, TERMINAL, TASK AND THE
030918*     TASK'S NEXT SEQUENCE), THE FILE, RECORD KEY, USERID AND
030919*     PROGRAM.  IF THE JOURNAL CANNOT BE WRITTEN THE CHANGE IS
030920*     ROLLED BACK WITH IT - AN UNJOURNALED CHANGE IS WHAT THIS
030921*     FILE EXISTS TO PREVENT.
030922*----------------------------------------------------------------
030923 6600-WRITE-JOURNAL.
030924     EXEC CICS ASKTIME
030925          ABSTIME(WS-ABSTIME)
030926     END-EXEC.
030927     EXEC CICS FORMATTIME
030928          ABSTIME(WS-ABSTIME)
030929          YYYYMMDD(JRN-DATE)
030930          TIME(JRN-TIME)
030931     END-EXEC.
030932     MOVE EIBTRMID   TO JRN-TERM-ID.
030933     MOVE EIBTASKN   TO JRN-TASK-NO.
030934     ADD 1 TO WS-JRN-SEQ.
030935     MOVE WS-JRN-SEQ TO JRN-SEQ.
030936     MOVE 'CALENDF'  TO JRN-FILE-ID.
030937     MOVE CAL-DATE   TO JRN-REC-KEY.
030938     MOVE WS-OPER-ID TO JRN-USER-ID.
030939     MOVE 'PROG20'   TO JRN-PROGRAM.
030940     MOVE SPACES     TO JRN-RPT-DATE.
030941     EXEC CICS WRITE
030942          FILE('JRNLF')
030943          FROM(JRN-RECORD)
030944          RIDFLD(JRN-KEY)
030945          RESP(WS-JRN-RESP)
030946     END-EXEC.
030947     IF WS-JRN-RESP = DFHRESP(NORMAL)
030948         MOVE 'Y' TO WS-JRN-OK-SW
030949         GO TO 6600-EXIT.
030950     MOVE 'N' TO WS-JRN-OK-SW.
030951     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
030952     MOVE 'JOURNAL FILE ERROR - CHANGE BACKED OUT' TO MSGLNO.
030953 6600-EXIT.
030954     EXIT.
030955
031000*----------------------------------------------------------------
031100* 7000-SHOW-RECORD
031200*     ECHOES THE RECORD IN CAL-RECORD BACK TO THE SCREEN.
