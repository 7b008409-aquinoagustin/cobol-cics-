000100*================================================================
000200* PROGRAM-ID.  PROG27
000300* AUTHOR.      J. MARTINEZ - ONLINE SYSTEMS GROUP
000400* INSTALLATION. DALLAS DATA CENTER
000500* DATE-WRITTEN. 2026-10-15
000600*
000700* PURPOSE.
000800*     ONLINE MAINTENANCE FOR THE SINSTF STANDING INSTRUCTION
000900*     FILE (SEE SIREC).  THE BRANCH SETS UP A RECURRING
001000*     TRANSFER ('XFR' TO ANOTHER ACCOUNT) OR A SCHEDULED
001100*     PAYMENT ('WDL' PAID AWAY TO A NAMED PAYEE) FOR A
001200*     CUSTOMER - AMOUNT, FREQUENCY, FIRST DATE AND AN OPTIONAL
001300*     END DATE OR OCCURRENCE COUNT - AND CAN CHANGE, SUSPEND,
001400*     RESUME, CANCEL OR INQUIRE ON IT.  THE OCCURRENCES
001500*     THEMSELVES ARE GENERATED BY THE NIGHTLY PROG28 RUN.
001600*
001700*     THE NEXT DATE KEYED IS THE NOMINAL DATE OF THE NEXT
001800*     OCCURRENCE; THE INSTRUCTION RUNS ON THE NEXT BUSINESS DAY
001900*     ON OR AFTER IT PER THE CALENDF CALENDAR (SEE CALREC).  A
002000*     CANCELLED INSTRUCTION STAYS ON FILE FOR ITS HISTORY BUT
002100*     CANNOT BE CHANGED OR RESUMED.  EVERY CHANGE IS STAMPED
002200*     WITH THE SIGNED-ON USERID AND THE DATE.
002210*
002220*     THE NEXT DATE KEYED MUST BE ON CALENDF; THE END DATE MUST
002230*     BE A REAL CALENDAR DATE.  AN INSTRUCTION IS NOT RESUMED,
002240*     OR CHANGED, WITHOUT A NEXT DATE AFTER ITS LAST POSTING -
002250*     PROG28 CLEARS THE NEXT DATE WHEN THE CALENDAR RUNS OUT
002260*     UNDER A SCHEDULE, AND THE BRANCH KEYS A NEW ONE.
002300*
002400*     CONVERSATIONAL, LIKE PROG7 - THE TASK HOLDS THE TERMINAL
002500*     AND LOOPS ON SEND/RECEIVE UNTIL THE OPERATOR KEYS ACTION
002600*     'X' (OR PRESSES CLEAR).  INVOKED ON ITS OWN TRANSACTION
002700*     ID (E.G. PG1S), RESTRICTED BY TRANSACTION SECURITY TO THE
002800*     BRANCH SERVICE GROUP.
002900*
003000* MAINTENANCE HISTORY.
003100* DATE       INIT  DESCRIPTION
003200* 2026-10-15 JXM   INITIAL VERSION.
003210* 2026-10-15 JXM   A NEXT DATE NOT ON CALENDF, OR AN END DATE
003220*                  THAT IS NOT A REAL DATE, IS REFUSED.  RESUME
003230*                  AND UPDATE NEED A NEXT DATE AFTER THE LAST
003240*                  POSTING, SO A CALENDAR SUSPENSION IS NEVER
003250*                  RESUMED ONTO AN OCCURRENCE ALREADY PAID.
003300*================================================================
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. PROG27.
003600 AUTHOR. J. MARTINEZ.
003700 INSTALLATION. DALLAS DATA CENTER.
003800 DATE-WRITTEN. 2026-10-15.
003900 DATE-COMPILED.
004000
004100 ENVIRONMENT DIVISION.
004200
004300 DATA DIVISION.
004400 WORKING-STORAGE SECTION.
004500*----------------------------------------------------------------
004600* SYMBOLIC MAP FOR THE PROG27M MAINTENANCE SCREEN (MAPSET
004700* PROG27S).
004800*----------------------------------------------------------------
004900 COPY PROG27M.
005000
005100*----------------------------------------------------------------
005200* STANDING INSTRUCTION RECORD AS HELD ON SINSTF.
005300*----------------------------------------------------------------
005400 COPY SIREC.
005500
005600*----------------------------------------------------------------
005700* ACCOUNT MASTER - THE FROM- AND TO-ACCOUNTS MUST BE ON FILE
005800* AND NOT CLOSED.
005900*----------------------------------------------------------------
006000 COPY ACCTREC.
006100
006200*----------------------------------------------------------------
006300* BUSINESS CALENDAR - ROLLS THE KEYED NEXT DATE TO THE BUSINESS
006400* DAY THE OCCURRENCE WILL RUN ON.
006500*----------------------------------------------------------------
006600 COPY CALREC.
006700
006800*----------------------------------------------------------------
006900* CICS RESPONSE CODES.
007000*----------------------------------------------------------------
007100 01  WS-SI-RESP                 PIC S9(9) COMP.
007200 01  WS-ACCT-RESP               PIC S9(9) COMP.
007300 01  WS-CAL-RESP                PIC S9(9) COMP.
007400 01  WS-MAP-RESP                PIC S9(9) COMP.
007500
007600*----------------------------------------------------------------
007700* TODAY'S DATE AND THE SIGNED-ON USERID FOR THE CHANGE STAMP.
007800*----------------------------------------------------------------
007900 01  WS-ABSTIME                 PIC S9(15) COMP-3.
008000 01  WS-TODAY-DATE              PIC X(08).
008100 01  WS-OPER-ID                 PIC X(08).
008200
008300*----------------------------------------------------------------
008400* SWITCHES.
008500*----------------------------------------------------------------
008600 01  WS-EXIT-SW                 PIC X(01) VALUE 'N'.
008700    88  WS-EXIT-TIME               VALUE 'Y'.
008800 01  WS-EDIT-OK-SW              PIC X(01) VALUE 'N'.
008900    88  WS-EDIT-OK                 VALUE 'Y'.
008910 01  WS-DATE-OK-SW              PIC X(01) VALUE 'N'.
008920    88  WS-DATE-OK                 VALUE 'Y'.
009000
009100*----------------------------------------------------------------
009200* THE OPERATOR'S INPUT, CAPTURED OFF THE MAP BEFORE THE OUTPUT
009300* VIEW (WHICH REDEFINES THE SAME STORAGE) IS CLEARED FOR THE
009400* REPLY - THE ACTION PARAGRAPHS WORK FROM THESE COPIES.
009500*----------------------------------------------------------------
009600 01  WS-IN-ACCT                 PIC X(10).
009700 01  WS-IN-SINO                 PIC X(03).
009800 01  WS-IN-ACTION               PIC X(01).
009900 01  WS-IN-FUNC                 PIC X(03).
010000 01  WS-IN-TO-ACCT              PIC X(10).
010100 01  WS-IN-PAYEE                PIC X(30).
010200 01  WS-IN-PREF                 PIC X(20).
010300 01  WS-IN-AMT-X                PIC X(11).
010400 01  WS-IN-AMT REDEFINES WS-IN-AMT-X
010500                                PIC 9(09)V99.
010600 01  WS-IN-FREQ                 PIC X(01).
010700 01  WS-IN-NEXTD                PIC X(08).
010800 01  WS-IN-NEXTD-R REDEFINES WS-IN-NEXTD.
010900    05  FILLER                  PIC X(06).
011000    05  WS-IN-NEXTD-DD          PIC 9(02).
011100 01  WS-IN-ENDD                 PIC X(08).
011110 01  WS-IN-ENDD-R REDEFINES WS-IN-ENDD.
011120    05  WS-IN-ENDD-CCYY         PIC 9(04).
011130    05  WS-IN-ENDD-MM           PIC 9(02).
011140    05  WS-IN-ENDD-DD           PIC 9(02).
011200 01  WS-IN-MAXC                 PIC X(04).
011300 01  WS-IN-MAXC-N REDEFINES WS-IN-MAXC
011400                                PIC 9(04).
011500
011600*----------------------------------------------------------------
011700* SINSTF KEY BUILT FROM THE KEYED ACCOUNT AND NUMBER.
011800*----------------------------------------------------------------
011900 01  WS-SI-KEY.
012000    05  WS-SI-KEY-ACCT          PIC X(10).
012100    05  WS-SI-KEY-NO            PIC 9(03).
012200 01  WS-CHECK-ACCT              PIC X(10).
012201
012205*----------------------------------------------------------------
012210* THE KEYED NEXT DATE ROLLED TO ITS BUSINESS DAY, LOOKED UP ON
012215* CALENDF BY THE FIELD EDITS FOR THE MERGE TO USE.
012220*----------------------------------------------------------------
012225 01  WS-NEXT-BUS-DATE           PIC X(08).
012230
012235*----------------------------------------------------------------
012240* END DATE CHECK - DAYS IN EACH MONTH (FEBRUARY TAKES 29 IN A
012245* LEAP YEAR) AND THE REMAINDERS THAT DECIDE A LEAP YEAR.
012250*----------------------------------------------------------------
012255 01  WS-MONTH-DAYS-X            PIC X(24)
012260                                VALUE '312831303130313130313031'.
012265 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
012270    05  WS-MONTH-DAY-CNT        PIC 9(02) OCCURS 12 TIMES.
012275 01  WS-LAST-DAY                PIC 9(02).
012280 01  WS-LEAP-QUOT               PIC 9(04) COMP.
012285 01  WS-LEAP-REM-4              PIC 9(04) COMP.
012290 01  WS-LEAP-REM-100            PIC 9(04) COMP.
012295 01  WS-LEAP-REM-400            PIC 9(04) COMP.
012300
012400*----------------------------------------------------------------
012500* THE AMOUNT GOES BACK UP IN THE SAME 11-DIGIT FORM IT IS KEYED
012600* IN, SO IT CAN BE CHANGED IN PLACE.
012700*----------------------------------------------------------------
012800 01  WS-AMT-OUT-X               PIC X(11).
012900 01  WS-AMT-OUT REDEFINES WS-AMT-OUT-X
013000                                PIC 9(09)V99.
013100
013200 PROCEDURE DIVISION.
013300*----------------------------------------------------------------
013400* 0000-MAIN-PARA
013500*     MAINLINE - PUTS UP THE EMPTY MAINTENANCE SCREEN, THEN
013600*     LOOPS TAKING THE OPERATOR'S KEY AND ACTION UNTIL ACTION
013700*     'X' (OR CLEAR) ENDS THE CONVERSATION.
013800*----------------------------------------------------------------
013900 0000-MAIN-PARA.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
014200         UNTIL WS-EXIT-TIME.
014300     GO TO 9999-RETURN-NORMAL.
014400
014500*----------------------------------------------------------------
014600* 1000-INITIALIZE
014700*     PICKS UP THE SIGNED-ON USERID AND TODAY'S DATE, SENDS THE
014800*     FULL MAP AND TAKES THE OPERATOR'S FIRST INPUT.  MAPFAIL
014900*     (E.G. CLEAR) ENDS THE TASK CLEANLY.
015000*----------------------------------------------------------------
015100 1000-INITIALIZE.
015200     EXEC CICS ASKTIME
015300          ABSTIME(WS-ABSTIME)
015400     END-EXEC.
015500     EXEC CICS FORMATTIME
015600          ABSTIME(WS-ABSTIME)
015700          YYYYMMDD(WS-TODAY-DATE)
015800     END-EXEC.
015900     EXEC CICS ASSIGN
016000          USERID(WS-OPER-ID)
016100     END-EXEC.
016200     MOVE LOW-VALUES TO PROG27MO.
016300     MOVE 'ENTER ACCOUNT, INSTRUCTION NO. AND ACTION - X TO EXIT'
016400         TO MSGLNO.
016500     EXEC CICS SEND MAP('PROG27M')
016600          MAPSET('PROG27S')
016700          ERASE
016800     END-EXEC.
016900     EXEC CICS RECEIVE MAP('PROG27M')
017000          MAPSET('PROG27S')
017100          INTO(PROG27MI)
017200          RESP(WS-MAP-RESP)
017300     END-EXEC.
017400     IF WS-MAP-RESP = DFHRESP(MAPFAIL)
017500         SET WS-EXIT-TIME TO TRUE
017600     END-IF.
017700 1000-EXIT.
017800     EXIT.
017900
018000*----------------------------------------------------------------
018100* 2000-PROCESS-ACTION
018200*     ONE TRIP AROUND THE CONVERSATION - CAPTURES THE OPERATOR'S
018300*     INPUT, CLEARS THE (REDEFINED) OUTPUT VIEW FOR THE REPLY,
018400*     DISPATCHES ON THE ACTION, THEN PUTS THE RESULT BACK UP.
018500*     EVERY ACTION EXCEPT 'X' NEEDS THE ACCOUNT AND THE
018600*     3-DIGIT INSTRUCTION NUMBER KEYED.
018700*----------------------------------------------------------------
018800 2000-PROCESS-ACTION.
018900     MOVE FACCTI  TO WS-IN-ACCT.
019000     MOVE SINOI   TO WS-IN-SINO.
019100     MOVE ACTFI   TO WS-IN-ACTION.
019200     MOVE FUNCI   TO WS-IN-FUNC.
019300     MOVE TOACCI  TO WS-IN-TO-ACCT.
019400     MOVE PAYEEI  TO WS-IN-PAYEE.
019500     MOVE PREFI   TO WS-IN-PREF.
019600     MOVE AMTFI   TO WS-IN-AMT-X.
019700     MOVE FREQI   TO WS-IN-FREQ.
019800     MOVE NEXTDI  TO WS-IN-NEXTD.
019900     MOVE ENDDI   TO WS-IN-ENDD.
020000     MOVE MAXCI   TO WS-IN-MAXC.
020100     IF WS-IN-ACTION = 'X'
020200         SET WS-EXIT-TIME TO TRUE
020300         GO TO 2000-EXIT.
020400     MOVE LOW-VALUES TO PROG27MO.
020500     IF WS-IN-ACCT = SPACES OR LOW-VALUES
020600         MOVE 'FROM ACCOUNT REQUIRED' TO MSGLNO
020700         PERFORM 8000-SEND-RECEIVE THRU 8000-EXIT
020800         GO TO 2000-EXIT.
020900     IF WS-IN-SINO NOT NUMERIC OR WS-IN-SINO = '000'
021000         MOVE 'INSTRUCTION NUMBER REQUIRED (001-999)' TO MSGLNO
021100         PERFORM 8000-SEND-RECEIVE THRU 8000-EXIT
021200         GO TO 2000-EXIT.
021300     MOVE WS-IN-ACCT TO WS-SI-KEY-ACCT.
021400     MOVE WS-IN-SINO TO WS-SI-KEY-NO.
021500     EVALUATE WS-IN-ACTION
021600         WHEN 'I'
021700             PERFORM 3100-INQUIRE THRU 3100-EXIT
021800         WHEN 'A'
021900             PERFORM 3200-ADD THRU 3200-EXIT
022000         WHEN 'U'
022100             PERFORM 3300-UPDATE THRU 3300-EXIT
022200         WHEN 'S'
022300             PERFORM 3400-SUSPEND THRU 3400-EXIT
022400         WHEN 'R'
022500             PERFORM 3500-RESUME THRU 3500-EXIT
022600         WHEN 'C'
022700             PERFORM 3600-CANCEL THRU 3600-EXIT
022800         WHEN OTHER
022900             MOVE 'ACTION MUST BE I, A, U, S, R, C OR X'
023000                 TO MSGLNO
023100     END-EVALUATE.
023200     PERFORM 8000-SEND-RECEIVE THRU 8000-EXIT.
023300 2000-EXIT.
023400     EXIT.
023500
023600*----------------------------------------------------------------
023700* 3100-INQUIRE
023800*     READS THE INSTRUCTION AND SHOWS WHAT IS ON FILE.
023900*----------------------------------------------------------------
024000 3100-INQUIRE.
024100     EXEC CICS READ
024200          FILE('SINSTF')
024300          INTO(SINST-RECORD)
024400          RIDFLD(WS-SI-KEY)
024500          RESP(WS-SI-RESP)
024600     END-EXEC.
024700     IF WS-SI-RESP = DFHRESP(NOTFND)
024800         MOVE 'INSTRUCTION NOT ON FILE' TO MSGLNO
024900         GO TO 3100-EXIT.
025000     IF WS-SI-RESP NOT = DFHRESP(NORMAL)
025100         MOVE 'STANDING INSTRUCTION FILE ERROR' TO MSGLNO
025200         GO TO 3100-EXIT.
025300     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
025400     MOVE 'INSTRUCTION DISPLAYED' TO MSGLNO.
025500 3100-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------------
025900* 3200-ADD
026000*     WRITES A NEW INSTRUCTION.  THE FUNCTION, AMOUNT, FREQUENCY
026100*     AND NEXT (FIRST) DATE ARE REQUIRED; THE END DATE AND
026200*     OCCURRENCE COUNT DEFAULT TO NO LIMIT.  THE FROM-ACCOUNT
026300*     MUST BE ON FILE AND NOT CLOSED.  A NEW INSTRUCTION GOES
026400*     ON FILE ACTIVE.
026500*----------------------------------------------------------------
026600 3200-ADD.
026700     IF WS-IN-FUNC = SPACES OR LOW-VALUES
026800      OR WS-IN-AMT-X = SPACES OR LOW-VALUES
026900      OR WS-IN-FREQ = SPACES OR LOW-VALUES
027000      OR WS-IN-NEXTD = SPACES OR LOW-VALUES
027100         MOVE 'FUNCTION, AMOUNT, FREQUENCY AND NEXT DATE REQUIRED'
027200             TO MSGLNO
027300         GO TO 3200-EXIT.
027400     PERFORM 6000-EDIT-FIELDS THRU 6000-EXIT.
027500     IF NOT WS-EDIT-OK
027600         GO TO 3200-EXIT.
027700     MOVE WS-IN-ACCT TO WS-CHECK-ACCT.
027800     PERFORM 6500-CHECK-ACCOUNT THRU 6500-EXIT.
027900     IF NOT WS-EDIT-OK
028000         MOVE 'FROM ACCOUNT NOT ON FILE OR CLOSED' TO MSGLNO
028100         GO TO 3200-EXIT.
028200     MOVE SPACES TO SINST-RECORD.
028300     MOVE WS-SI-KEY-ACCT TO SI-FROM-ACCT-NO.
028400     MOVE WS-SI-KEY-NO   TO SI-NO.
028500     SET SI-ACTIVE TO TRUE.
028600     MOVE ZERO TO SI-AMT.
028700     MOVE ZERO TO SI-SCHED-DAY.
028800     MOVE ZERO TO SI-MAX-COUNT.
028900     MOVE ZERO TO SI-RUN-COUNT.
029000     MOVE ZERO TO SI-RETRY-COUNT.
029100     PERFORM 5000-MERGE-FIELDS THRU 5000-EXIT.
029200     PERFORM 6200-CHECK-RECORD THRU 6200-EXIT.
029300     IF NOT WS-EDIT-OK
029400         GO TO 3200-EXIT.
029500     MOVE WS-OPER-ID     TO SI-ADD-USER.
029600     MOVE WS-TODAY-DATE  TO SI-ADD-DATE.
029700     EXEC CICS WRITE
029800          FILE('SINSTF')
029900          FROM(SINST-RECORD)
030000          RIDFLD(SINST-KEY)
030100          RESP(WS-SI-RESP)
030200     END-EXEC.
030300     IF WS-SI-RESP = DFHRESP(DUPREC)
030400         MOVE 'INSTRUCTION ALREADY ON FILE - USE U' TO MSGLNO
030500         GO TO 3200-EXIT.
030600     IF WS-SI-RESP NOT = DFHRESP(NORMAL)
030700         MOVE 'STANDING INSTRUCTION FILE ERROR - NOT ADDED'
030800             TO MSGLNO
030900         GO TO 3200-EXIT.
031000     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
031100     MOVE 'INSTRUCTION ADDED' TO MSGLNO.
031200 3200-EXIT.
031300     EXIT.
031400
031500*----------------------------------------------------------------
031600* 3300-UPDATE
031700*     READS THE INSTRUCTION FOR UPDATE AND FOLDS IN WHATEVER
031800*     FIELDS THE OPERATOR KEYED - A FIELD LEFT UNTOUCHED
031900*     (LOW-VALUES) KEEPS ITS FILE VALUE.  THE KEYED FIELDS GET
032000*     THE SAME EDITS AS AN ADD BEFORE THE READ, AND THE MERGED
032100*     RECORD THE SAME CROSS-CHECKS AFTER IT.  A CANCELLED OR
032200*     ENDED INSTRUCTION CANNOT BE CHANGED.  STATUS IS NOT
032300*     UPDATED HERE - THAT IS WHAT S, R AND C ARE FOR.
032400*----------------------------------------------------------------
032500 3300-UPDATE.
032600     PERFORM 6000-EDIT-FIELDS THRU 6000-EXIT.
032700     IF NOT WS-EDIT-OK
032800         GO TO 3300-EXIT.
032900     PERFORM 4000-READ-FOR-UPDATE THRU 4000-EXIT.
033000     IF WS-SI-RESP NOT = DFHRESP(NORMAL)
033100         GO TO 3300-EXIT.
033200     IF SI-CANCELLED OR SI-ENDED
033300         PERFORM 4100-UNLOCK THRU 4100-EXIT
033400         PERFORM 7000-SHOW-RECORD THRU 7000-EXIT
033500         MOVE 'INSTRUCTION IS CANCELLED OR ENDED - NOT CHANGED'
033600             TO MSGLNO
033700         GO TO 3300-EXIT.
033800     PERFORM 5000-MERGE-FIELDS THRU 5000-EXIT.
033900     PERFORM 6200-CHECK-RECORD THRU 6200-EXIT.
034000     IF NOT WS-EDIT-OK
034100         PERFORM 4100-UNLOCK THRU 4100-EXIT
034200         GO TO 3300-EXIT.
034300     PERFORM 4200-REWRITE THRU 4200-EXIT.
034400     IF WS-SI-RESP NOT = DFHRESP(NORMAL)
034500         GO TO 3300-EXIT.
034600     MOVE 'INSTRUCTION CHANGED' TO MSGLNO.
034700 3300-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------------
035100* 3400-SUSPEND
035200*     STOPS AN ACTIVE INSTRUCTION WITHOUT CANCELLING IT - PROG28
035300*     SKIPS (AND REPORTS) ANY OCCURRENCE FALLING DUE WHILE IT
035400*     IS SUSPENDED.
035500*----------------------------------------------------------------
035600 3400-SUSPEND.
035700     PERFORM 4000-READ-FOR-UPDATE THRU 4000-EXIT.
035800     IF WS-SI-RESP NOT = DFHRESP(NORMAL)
035900         GO TO 3400-EXIT.
036000     IF NOT SI-ACTIVE
036100         PERFORM 4100-UNLOCK THRU 4100-EXIT
036200         PERFORM 7000-SHOW-RECORD THRU 7000-EXIT
036300         MOVE 'ONLY AN ACTIVE INSTRUCTION CAN BE SUSPENDED'
036400             TO MSGLNO
036500         GO TO 3400-EXIT.
036600     SET SI-SUSPENDED TO TRUE.
036700     PERFORM 4200-REWRITE THRU 4200-EXIT.
036800     IF WS-SI-RESP NOT = DFHRESP(NORMAL)
036900         GO TO 3400-EXIT.
037000     MOVE 'INSTRUCTION SUSPENDED' TO MSGLNO.
037100 3400-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------------
037500* 3500-RESUME
037600*     PUTS A SUSPENDED INSTRUCTION BACK IN SERVICE FROM ITS NEXT
037700*     DATE ON.  REFUSED WHEN THERE IS NO NEXT DATE (PROG28
037710*     CLEARS IT WHEN THE CALENDAR RUNS OUT) OR THE NEXT DATE IS
037720*     NOT AFTER THE LAST OCCURRENCE POSTED - RESUMED, THAT
037730*     OCCURRENCE WOULD BE PAID AGAIN.  THE BRANCH KEYS A NEW
037740*     NEXT DATE WITH U FIRST.
037800*----------------------------------------------------------------
037900 3500-RESUME.
038000     PERFORM 4000-READ-FOR-UPDATE THRU 4000-EXIT.
038100     IF WS-SI-RESP NOT = DFHRESP(NORMAL)
038200         GO TO 3500-EXIT.
038300     IF NOT SI-SUSPENDED
038400         PERFORM 4100-UNLOCK THRU 4100-EXIT
038500         PERFORM 7000-SHOW-RECORD THRU 7000-EXIT
038600         MOVE 'ONLY A SUSPENDED INSTRUCTION CAN BE RESUMED'
038700             TO MSGLNO
038800         GO TO 3500-EXIT.
038810     IF SI-NEXT-DATE NOT NUMERIC
038820      OR (SI-NEXT-DATE NOT > SI-LAST-DATE
038830          AND SI-LAST-RESP-CODE = '0000')
038840         PERFORM 4100-UNLOCK THRU 4100-EXIT
038850         PERFORM 7000-SHOW-RECORD THRU 7000-EXIT
038860         MOVE 'NO NEW NEXT DATE - KEY ONE WITH U, THEN RESUME'
038870             TO MSGLNO
038880         GO TO 3500-EXIT.
038900     SET SI-ACTIVE TO TRUE.
039000     PERFORM 4200-REWRITE THRU 4200-EXIT.
039100     IF WS-SI-RESP NOT = DFHRESP(NORMAL)
039200         GO TO 3500-EXIT.
039300     MOVE 'INSTRUCTION RESUMED' TO MSGLNO.
039400 3500-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------------
039800* 3600-CANCEL
039900*     CANCELS AN ACTIVE OR SUSPENDED INSTRUCTION FOR GOOD.  THE
040000*     RECORD STAYS ON FILE WITH ITS HISTORY INTACT.
040100*----------------------------------------------------------------
040200 3600-CANCEL.
040300     PERFORM 4000-READ-FOR-UPDATE THRU 4000-EXIT.
040400     IF WS-SI-RESP NOT = DFHRESP(NORMAL)
040500         GO TO 3600-EXIT.
040600     IF NOT SI-ACTIVE AND NOT SI-SUSPENDED
040700         PERFORM 4100-UNLOCK THRU 4100-EXIT
040800         PERFORM 7000-SHOW-RECORD THRU 7000-EXIT
040900         MOVE 'INSTRUCTION IS ALREADY CANCELLED OR ENDED'
041000             TO MSGLNO
041100         GO TO 3600-EXIT.
041200     SET SI-CANCELLED TO TRUE.
041300     PERFORM 4200-REWRITE THRU 4200-EXIT.
041400     IF WS-SI-RESP NOT = DFHRESP(NORMAL)
041500         GO TO 3600-EXIT.
041600     MOVE 'INSTRUCTION CANCELLED' TO MSGLNO.
041700 3600-EXIT.
041800     EXIT.
041900
042000*----------------------------------------------------------------
042100* 4000-READ-FOR-UPDATE
042200*     READS THE KEYED INSTRUCTION FOR UPDATE.  ANY RESPONSE BUT
042300*     NORMAL LEAVES ITS MESSAGE IN MSGLNO.
042400*----------------------------------------------------------------
042500 4000-READ-FOR-UPDATE.
042600     EXEC CICS READ
042700          FILE('SINSTF')
042800          INTO(SINST-RECORD)
042900          RIDFLD(WS-SI-KEY)
043000          UPDATE
043100          RESP(WS-SI-RESP)
043200     END-EXEC.
043300     IF WS-SI-RESP = DFHRESP(NOTFND)
043400         MOVE 'INSTRUCTION NOT ON FILE' TO MSGLNO
043500         GO TO 4000-EXIT.
043600     IF WS-SI-RESP NOT = DFHRESP(NORMAL)
043700         MOVE 'STANDING INSTRUCTION FILE ERROR' TO MSGLNO
043800     END-IF.
043900 4000-EXIT.
044000     EXIT.
044100
044200*----------------------------------------------------------------
044300* 4100-UNLOCK
044400*     RELEASES THE UPDATE LOCK WHEN AN ACTION IS REFUSED.
044500*----------------------------------------------------------------
044600 4100-UNLOCK.
044700     EXEC CICS UNLOCK
044800          FILE('SINSTF')
044900     END-EXEC.
045000 4100-EXIT.
045100     EXIT.
045200
045300*----------------------------------------------------------------
045400* 4200-REWRITE
045500*     STAMPS THE CHANGE AND REWRITES THE INSTRUCTION.  ANY
045600*     RESPONSE BUT NORMAL LEAVES ITS MESSAGE IN MSGLNO.
045700*----------------------------------------------------------------
045800 4200-REWRITE.
045900     MOVE WS-OPER-ID     TO SI-CHG-USER.
046000     MOVE WS-TODAY-DATE  TO SI-CHG-DATE.
046100     EXEC CICS REWRITE
046200          FILE('SINSTF')
046300          FROM(SINST-RECORD)
046400          RESP(WS-SI-RESP)
046500     END-EXEC.
046600     IF WS-SI-RESP NOT = DFHRESP(NORMAL)
046700         MOVE 'STANDING INSTRUCTION FILE ERROR - NOT CHANGED'
046800             TO MSGLNO
046900         GO TO 4200-EXIT.
047000     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
047100 4200-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------------
047500* 5000-MERGE-FIELDS
047600*     FOLDS THE KEYED FIELDS INTO SINST-RECORD.  THE FUNCTION,
047700*     AMOUNT, FREQUENCY, NEXT DATE AND COUNT ARE TAKEN ONLY WHEN
047800*     KEYED; THE TO-ACCOUNT, PAYEE AND END DATE CAN ALSO BE
047900*     BLANKED OUT (E.G. TO TURN A TRANSFER INTO A PAYMENT).  A
048000*     NEW NEXT DATE RESETS THE SCHEDULE - ITS DAY OF THE MONTH
048100*     BECOMES THE SCHEDULE DAY, ANY RETRY IN PROGRESS IS
048200*     DROPPED, AND IT IS ROLLED TO THE BUSINESS DAY IT RUNS ON
048210*     (LOOKED UP ON CALENDF BY 6000).
048300*----------------------------------------------------------------
048400 5000-MERGE-FIELDS.
048500     IF WS-IN-FUNC NOT = LOW-VALUES AND WS-IN-FUNC NOT = SPACES
048600         MOVE WS-IN-FUNC TO SI-FIELD
048700     END-IF.
048800     IF WS-IN-TO-ACCT NOT = LOW-VALUES
048900         MOVE WS-IN-TO-ACCT TO SI-TO-ACCT-NO
049000     END-IF.
049100     IF WS-IN-PAYEE NOT = LOW-VALUES
049200         MOVE WS-IN-PAYEE TO SI-PAYEE-NAME
049300     END-IF.
049400     IF WS-IN-PREF NOT = LOW-VALUES
049500         MOVE WS-IN-PREF TO SI-PAYEE-REF
049600     END-IF.
049700     IF WS-IN-AMT-X NOT = LOW-VALUES AND WS-IN-AMT-X NOT = SPACES
049800         MOVE WS-IN-AMT TO SI-AMT
049900     END-IF.
050000     IF WS-IN-FREQ NOT = LOW-VALUES AND WS-IN-FREQ NOT = SPACES
050100         MOVE WS-IN-FREQ TO SI-FREQ
050200     END-IF.
050300     IF WS-IN-ENDD NOT = LOW-VALUES
050400         MOVE WS-IN-ENDD TO SI-END-DATE
050500     END-IF.
050600     IF WS-IN-MAXC NOT = LOW-VALUES AND WS-IN-MAXC NOT = SPACES
050700         MOVE WS-IN-MAXC-N TO SI-MAX-COUNT
050800     END-IF.
050900     IF WS-IN-NEXTD = LOW-VALUES OR WS-IN-NEXTD = SPACES
051000         GO TO 5000-EXIT.
051100     MOVE WS-IN-NEXTD    TO SI-SCHED-DATE.
051200     MOVE WS-IN-NEXTD-DD TO SI-SCHED-DAY.
051300     MOVE ZERO           TO SI-RETRY-COUNT.
051400     MOVE WS-NEXT-BUS-DATE TO SI-NEXT-DATE.
052600 5000-EXIT.
052700     EXIT.
052800
052900*----------------------------------------------------------------
053000* 6000-EDIT-FIELDS
053100*     SCREEN EDITS SHARED BY ADD AND UPDATE, ON WHATEVER IS
053200*     KEYED - THE FUNCTION MUST BE XFR OR WDL, THE AMOUNT ALL
053300*     DIGITS, THE FREQUENCY ONE OF W/B/M/Q/A, THE DATES CCYYMMDD
053400*     AND THE COUNT NUMERIC.  THE NEXT DATE MUST NOT BE BEFORE
053410*     TODAY AND MUST BE ON CALENDF - ITS BUSINESS DAY IS KEPT
053420*     FOR THE MERGE; THE END DATE MUST BE A REAL DATE (6100).
053500*     (THE REQUIRED-FIELD CHECK IS THE ADD'S OWN - ON AN UPDATE
053600*     A BLANK FIELD MEANS KEEP WHAT IS ON FILE.)
053700*----------------------------------------------------------------
053800 6000-EDIT-FIELDS.
053900     MOVE 'N' TO WS-EDIT-OK-SW.
054000     IF WS-IN-FUNC NOT = SPACES AND WS-IN-FUNC NOT = LOW-VALUES
054100      AND WS-IN-FUNC NOT = 'XFR' AND WS-IN-FUNC NOT = 'WDL'
054200         MOVE 'FUNCTION MUST BE XFR OR WDL' TO MSGLNO
054300         GO TO 6000-EXIT.
054400     IF WS-IN-AMT-X NOT = SPACES AND WS-IN-AMT-X NOT = LOW-VALUES
054500      AND WS-IN-AMT-X NOT NUMERIC
054600         MOVE 'AMOUNT MUST BE DIGITS ONLY, 2 DECIMALS' TO MSGLNO
054700         GO TO 6000-EXIT.
054800     IF WS-IN-FREQ NOT = SPACES AND WS-IN-FREQ NOT = LOW-VALUES
054900      AND WS-IN-FREQ NOT = 'W' AND WS-IN-FREQ NOT = 'B'
055000      AND WS-IN-FREQ NOT = 'M' AND WS-IN-FREQ NOT = 'Q'
055100      AND WS-IN-FREQ NOT = 'A'
055200         MOVE 'FREQUENCY MUST BE W, B, M, Q OR A' TO MSGLNO
055300         GO TO 6000-EXIT.
055400     IF WS-IN-NEXTD NOT = SPACES AND WS-IN-NEXTD NOT = LOW-VALUES
055500      AND WS-IN-NEXTD NOT NUMERIC
055600         MOVE 'NEXT DATE MUST BE CCYYMMDD' TO MSGLNO
055700         GO TO 6000-EXIT.
055800     IF WS-IN-NEXTD NUMERIC
055900      AND WS-IN-NEXTD < WS-TODAY-DATE
056000         MOVE 'NEXT DATE CANNOT BE BEFORE TODAY' TO MSGLNO
056100         GO TO 6000-EXIT.
056101     IF WS-IN-NEXTD NOT NUMERIC
056105         GO TO 6000-END-DATE.
056110     MOVE WS-IN-NEXTD TO CAL-DATE.
056115     EXEC CICS READ
056119          FILE('CALENDF')
056124          INTO(CAL-RECORD)
056129          RIDFLD(CAL-KEY)
056134          RESP(WS-CAL-RESP)
056138     END-EXEC.
056143     IF WS-CAL-RESP = DFHRESP(NOTFND)
056148         MOVE 'NEXT DATE IS NOT ON THE BUSINESS CALENDAR'
056152             TO MSGLNO
056157         GO TO 6000-EXIT.
056162     IF WS-CAL-RESP NOT = DFHRESP(NORMAL)
056167         MOVE 'BUSINESS CALENDAR FILE ERROR' TO MSGLNO
056171         GO TO 6000-EXIT.
056176     MOVE WS-IN-NEXTD TO WS-NEXT-BUS-DATE.
056181     IF CAL-NEXT-BUS-DATE NUMERIC
056185         MOVE CAL-NEXT-BUS-DATE TO WS-NEXT-BUS-DATE
056190     END-IF.
056195 6000-END-DATE.
056200     IF WS-IN-ENDD NOT = SPACES AND WS-IN-ENDD NOT = LOW-VALUES
056300      AND WS-IN-ENDD NOT NUMERIC
056400         MOVE 'END DATE MUST BE CCYYMMDD' TO MSGLNO
056500         GO TO 6000-EXIT.
056510     PERFORM 6100-CHECK-END-DATE THRU 6100-EXIT.
056520     IF NOT WS-DATE-OK
056530         MOVE 'END DATE IS NOT A VALID DATE' TO MSGLNO
056540         GO TO 6000-EXIT.
056600     IF WS-IN-MAXC NOT = SPACES AND WS-IN-MAXC NOT = LOW-VALUES
056700      AND WS-IN-MAXC NOT NUMERIC
056800         MOVE 'MAX COUNT MUST BE 4 DIGITS (0000 = NO LIMIT)'
056900             TO MSGLNO
057000         GO TO 6000-EXIT.
057100     MOVE 'Y' TO WS-EDIT-OK-SW.
057200 6000-EXIT.
057300     EXIT.
057310
057320*----------------------------------------------------------------
057330* 6100-CHECK-END-DATE
057340*     SETS WS-DATE-OK UNLESS A KEYED END DATE IS NOT A REAL
057350*     DATE - MONTH 01-12, DAY 01 TO THE LAST OF THAT MONTH.  A
057360*     YEAR DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY
057370*     NOT DIVISIBLE BY 400.  AN END DATE NOT KEYED PASSES.
057380*----------------------------------------------------------------
057390 6100-CHECK-END-DATE.
057400     MOVE 'Y' TO WS-DATE-OK-SW.
057401     IF WS-IN-ENDD NOT NUMERIC
057402         GO TO 6100-EXIT.
057403     MOVE 'N' TO WS-DATE-OK-SW.
057404     IF WS-IN-ENDD-MM < 1 OR WS-IN-ENDD-MM > 12
057405         GO TO 6100-EXIT.
057406     MOVE WS-MONTH-DAY-CNT (WS-IN-ENDD-MM) TO WS-LAST-DAY.
057407     IF WS-IN-ENDD-MM NOT = 2
057408         GO TO 6100-CHECK-DAY.
057409     DIVIDE WS-IN-ENDD-CCYY BY 4 GIVING WS-LEAP-QUOT
057410         REMAINDER WS-LEAP-REM-4.
057411     DIVIDE WS-IN-ENDD-CCYY BY 100 GIVING WS-LEAP-QUOT
057412         REMAINDER WS-LEAP-REM-100.
057413     DIVIDE WS-IN-ENDD-CCYY BY 400 GIVING WS-LEAP-QUOT
057414         REMAINDER WS-LEAP-REM-400.
057415     IF WS-LEAP-REM-4 = 0
057416      AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
057417         MOVE 29 TO WS-LAST-DAY
057418     END-IF.
057419 6100-CHECK-DAY.
057420     IF WS-IN-ENDD-DD < 1 OR WS-IN-ENDD-DD > WS-LAST-DAY
057421         GO TO 6100-EXIT.
057422     MOVE 'Y' TO WS-DATE-OK-SW.
057423 6100-EXIT.
057424     EXIT.
057425
057500*----------------------------------------------------------------
057600* 6200-CHECK-RECORD
057700*     CROSS-CHECKS THE INSTRUCTION AS IT WOULD GO TO FILE - A
057800*     TRANSFER NEEDS A TO-ACCOUNT (ON FILE, NOT CLOSED, NOT THE
057900*     FROM-ACCOUNT) AND NO PAYEE; A PAYMENT NEEDS A PAYEE AND NO
058000*     TO-ACCOUNT.  THE AMOUNT MUST BE OVER ZERO, THE END DATE
058100*     NOT BEFORE THE NEXT DATE, AND THE COUNT NOT ALREADY RUN.
058110*     THERE MUST BE A NEXT DATE, AFTER THE LAST OCCURRENCE
058120*     POSTED - AN UPDATE TO AN INSTRUCTION PROG28 SUSPENDED FOR
058130*     WANT OF CALENDAR HAS TO KEY ONE.
058200*----------------------------------------------------------------
058300 6200-CHECK-RECORD.
058400     MOVE 'N' TO WS-EDIT-OK-SW.
058500     IF SI-FIELD = 'XFR'
058600         IF SI-TO-ACCT-NO = SPACES
058700             MOVE 'TO ACCOUNT REQUIRED FOR A TRANSFER' TO MSGLNO
058800             GO TO 6200-EXIT
058900         END-IF
059000         IF SI-TO-ACCT-NO = SI-FROM-ACCT-NO
059100             MOVE 'TO ACCOUNT CANNOT BE THE FROM ACCOUNT'
059200                 TO MSGLNO
059300             GO TO 6200-EXIT
059400         END-IF
059500         IF SI-PAYEE-NAME NOT = SPACES
059600             MOVE 'PAYEE IS NOT USED ON A TRANSFER - BLANK IT'
059700                 TO MSGLNO
059800             GO TO 6200-EXIT
059900         END-IF
060000         MOVE SI-TO-ACCT-NO TO WS-CHECK-ACCT
060100         PERFORM 6500-CHECK-ACCOUNT THRU 6500-EXIT
060200         IF NOT WS-EDIT-OK
060300             MOVE 'TO ACCOUNT NOT ON FILE OR CLOSED' TO MSGLNO
060400             GO TO 6200-EXIT
060500         END-IF
060600         MOVE 'N' TO WS-EDIT-OK-SW
060700     ELSE
060800         IF SI-PAYEE-NAME = SPACES
060900             MOVE 'PAYEE NAME REQUIRED FOR A PAYMENT' TO MSGLNO
061000             GO TO 6200-EXIT
061100         END-IF
061200         IF SI-TO-ACCT-NO NOT = SPACES
061300             MOVE 'TO ACCOUNT IS NOT USED ON A PAYMENT - BLANK IT'
061400                 TO MSGLNO
061500             GO TO 6200-EXIT
061600         END-IF
061700     END-IF.
061800     IF SI-AMT NOT > ZERO
061900         MOVE 'AMOUNT MUST BE GREATER THAN ZERO' TO MSGLNO
062000         GO TO 6200-EXIT.
062010     IF SI-NEXT-DATE NOT NUMERIC
062020         MOVE 'NO NEXT DATE ON FILE - KEY A NEW NEXT DATE'
062030             TO MSGLNO
062040         GO TO 6200-EXIT.
062050     IF SI-NEXT-DATE NOT > SI-LAST-DATE
062060      AND SI-LAST-RESP-CODE = '0000'
062070         MOVE 'NEXT DATE MUST BE AFTER THE LAST POSTING' TO MSGLNO
062080         GO TO 6200-EXIT.
062100     IF SI-END-DATE NOT = SPACES
062200      AND SI-END-DATE < SI-SCHED-DATE
062300         MOVE 'END DATE IS BEFORE THE NEXT DATE' TO MSGLNO
062400         GO TO 6200-EXIT.
062500     IF SI-MAX-COUNT > ZERO
062600      AND SI-MAX-COUNT NOT > SI-RUN-COUNT
062700         MOVE 'MAX COUNT MUST BE MORE THAN THE RUN COUNT'
062800             TO MSGLNO
062900         GO TO 6200-EXIT.
063000     MOVE 'Y' TO WS-EDIT-OK-SW.
063100 6200-EXIT.
063200     EXIT.
063300
063400*----------------------------------------------------------------
063500* 6500-CHECK-ACCOUNT
063600*     SETS WS-EDIT-OK IF WS-CHECK-ACCT IS ON ACCTMST AND NOT
063700*     CLOSED.
063800*----------------------------------------------------------------
063900 6500-CHECK-ACCOUNT.
064000     MOVE 'N' TO WS-EDIT-OK-SW.
064100     EXEC CICS READ
064200          FILE('ACCTMST')
064300          INTO(ACCT-RECORD)
064400          RIDFLD(WS-CHECK-ACCT)
064500          RESP(WS-ACCT-RESP)
064600     END-EXEC.
064700     IF WS-ACCT-RESP = DFHRESP(NORMAL)
064800      AND NOT ACCT-CLOSED
064900         MOVE 'Y' TO WS-EDIT-OK-SW
065000     END-IF.
065100 6500-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------------
065500* 7000-SHOW-RECORD
065600*     ECHOES THE RECORD IN SINST-RECORD BACK TO THE SCREEN.
065700*----------------------------------------------------------------
065800 7000-SHOW-RECORD.
065900     MOVE SI-FROM-ACCT-NO     TO FACCTO.
066000     MOVE SI-NO               TO SINOO.
066100     MOVE SI-FIELD            TO FUNCO.
066200     EVALUATE TRUE
066300         WHEN SI-ACTIVE
066400             MOVE 'ACTIVE'    TO STATFO
066500         WHEN SI-SUSPENDED
066600             MOVE 'SUSPENDED' TO STATFO
066700         WHEN SI-CANCELLED
066800             MOVE 'CANCELLED' TO STATFO
066900         WHEN OTHER
067000             MOVE 'ENDED'     TO STATFO
067100     END-EVALUATE.
067200     MOVE SI-TO-ACCT-NO       TO TOACCO.
067300     MOVE SI-PAYEE-NAME       TO PAYEEO.
067400     MOVE SI-PAYEE-REF        TO PREFO.
067500     MOVE SI-AMT              TO WS-AMT-OUT.
067600     MOVE WS-AMT-OUT-X        TO AMTFO.
067700     MOVE SI-FREQ             TO FREQO.
067800     MOVE SI-NEXT-DATE        TO NEXTDO.
067900     MOVE SI-END-DATE         TO ENDDO.
068000     MOVE SI-MAX-COUNT        TO MAXCO.
068100     MOVE SI-SCHED-DATE       TO SCHDDO.
068200     MOVE SI-RETRY-COUNT      TO RETRYO.
068300     MOVE SI-RUN-COUNT        TO RUNCO.
068400     MOVE SI-LAST-DATE        TO LASTDO.
068500     MOVE SI-LAST-RESP-CODE   TO LASTRO.
068600     MOVE SI-LAST-RESP-MSG    TO LASTMO.
068700     MOVE SI-ADD-USER         TO ADDUO.
068800     MOVE SI-ADD-DATE         TO ADDDO.
068900     MOVE SI-CHG-USER         TO CHGUO.
069000     MOVE SI-CHG-DATE         TO CHGDO.
069100 7000-EXIT.
069200     EXIT.
069300
069400*----------------------------------------------------------------
069500* 8000-SEND-RECEIVE
069600*     PUTS THE RESULT UP AND TAKES THE OPERATOR'S NEXT INPUT.
069700*     MAPFAIL (E.G. CLEAR) ENDS THE CONVERSATION CLEANLY.
069800*----------------------------------------------------------------
069900 8000-SEND-RECEIVE.
070000     EXEC CICS SEND MAP('PROG27M')
070100          MAPSET('PROG27S')
070200          DATAONLY
070300     END-EXEC.
070400     EXEC CICS RECEIVE MAP('PROG27M')
070500          MAPSET('PROG27S')
070600          INTO(PROG27MI)
070700          RESP(WS-MAP-RESP)
070800     END-EXEC.
070900     IF WS-MAP-RESP = DFHRESP(MAPFAIL)
071000         SET WS-EXIT-TIME TO TRUE
071100     END-IF.
071200 8000-EXIT.
071300     EXIT.
071400
071500*----------------------------------------------------------------
071600* 9999-RETURN-NORMAL
071700*     NORMAL END OF TASK.
071800*----------------------------------------------------------------
071900 9999-RETURN-NORMAL.
072000     EXEC CICS RETURN END-EXEC.
072100 9999-EXIT.
072200     EXIT.
