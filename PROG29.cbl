000100*================================================================
000200* PROGRAM-ID.  PROG29
000300* AUTHOR.      J. MARTINEZ - ONLINE SYSTEMS GROUP
000400* INSTALLATION. DALLAS DATA CENTER
000500* DATE-WRITTEN. 2026-10-15
000600*
000700* PURPOSE.
000800*     ONLINE MAINTENANCE FOR THE FEESCHF FEE SCHEDULE FILE (SEE
000900*     FEEREC) - THE PRICE LIST THE MONTH-END PROG30 RUN
001000*     ASSESSES SERVICE CHARGES FROM.  AN AUTHORIZED OPERATOR
001100*     CAN ADD A SCHEDULE RECORD FOR A FEE TYPE FROM A GIVEN
001200*     EFFECTIVE DATE (AMOUNT, MINIMUM-BALANCE WAIVER, FREE
001300*     WITHDRAWAL COUNT, EXPIRY DATE), UPDATE IT, DEACTIVATE OR
001400*     REACTIVATE IT, AND INQUIRE ON IT.  AN INQUIRY WITH NO
001500*     EFFECTIVE DATE SHOWS THE RECORD IN FORCE TODAY.
001600*
001700*     A PRICE CHANGE IS A NEW RECORD WITH A LATER EFFECTIVE
001800*     DATE, NOT AN UPDATE OF THE OLD ONE - THE OLD PRICE STAYS
001900*     ON FILE FOR THE MONTHS IT WAS CHARGED.  EVERY CHANGE IS
002000*     STAMPED WITH THE SIGNED-ON USERID AND THE DATE.
002100*
002200*     CONVERSATIONAL, LIKE PROG7 - THE TASK HOLDS THE TERMINAL
002300*     AND LOOPS ON SEND/RECEIVE UNTIL THE OPERATOR KEYS ACTION
002400*     'X' (OR PRESSES CLEAR).  INVOKED ON ITS OWN TRANSACTION
002500*     ID (E.G. PG1T), RESTRICTED BY TRANSACTION SECURITY TO THE
002600*     REFERENCE DATA GROUP.
002700*
002800* MAINTENANCE HISTORY.
002900* DATE       INIT  DESCRIPTION
003000* 2026-10-15 JXM   INITIAL VERSION.
003010* 2026-10-15 JXM   U REFUSES AN AMOUNT CHANGE ON A RECORD ALREADY
003020*                  IN FORCE - KEY A NEW DATED RECORD INSTEAD.
003100*================================================================
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. PROG29.
003400 AUTHOR. J. MARTINEZ.
003500 INSTALLATION. DALLAS DATA CENTER.
003600 DATE-WRITTEN. 2026-10-15.
003700 DATE-COMPILED.
003800
003900 ENVIRONMENT DIVISION.
004000
004100 DATA DIVISION.
004200 WORKING-STORAGE SECTION.
004300*----------------------------------------------------------------
004400* SYMBOLIC MAP FOR THE PROG29M MAINTENANCE SCREEN (MAPSET
004500* PROG29S).
004600*----------------------------------------------------------------
004700 COPY PROG29M.
004800
004900*----------------------------------------------------------------
005000* FEE SCHEDULE RECORD AS HELD ON FEESCHF.
005100*----------------------------------------------------------------
005200 COPY FEEREC.
005300
005400*----------------------------------------------------------------
005500* CICS RESPONSE CODES.
005600*----------------------------------------------------------------
005700 01  WS-FEE-RESP                PIC S9(9) COMP.
005800 01  WS-MAP-RESP                PIC S9(9) COMP.
005900
006000*----------------------------------------------------------------
006100* TODAY'S DATE AND THE SIGNED-ON USERID FOR THE CHANGE STAMP.
006200*----------------------------------------------------------------
006300 01  WS-ABSTIME                 PIC S9(15) COMP-3.
006400 01  WS-TODAY-DATE              PIC X(08).
006500 01  WS-OPER-ID                 PIC X(08).
006600
006700*----------------------------------------------------------------
006800* SWITCHES.
006900*----------------------------------------------------------------
007000 01  WS-EXIT-SW                 PIC X(01) VALUE 'N'.
007100    88  WS-EXIT-TIME               VALUE 'Y'.
007200 01  WS-EDIT-OK-SW              PIC X(01) VALUE 'N'.
007300    88  WS-EDIT-OK                 VALUE 'Y'.
007400 01  WS-BROWSE-END-SW           PIC X(01) VALUE 'N'.
007500    88  WS-BROWSE-END              VALUE 'Y'.
007600 01  WS-FOUND-SW                PIC X(01) VALUE 'N'.
007700    88  WS-FOUND                   VALUE 'Y'.
007800
007900*----------------------------------------------------------------
008000* THE OPERATOR'S INPUT, CAPTURED OFF THE MAP BEFORE THE OUTPUT
008100* VIEW (WHICH REDEFINES THE SAME STORAGE) IS CLEARED FOR THE
008200* REPLY - THE ACTION PARAGRAPHS WORK FROM THESE COPIES.
008300*----------------------------------------------------------------
008400 01  WS-IN-TYPE                 PIC X(03).
008500 01  WS-IN-EFFD                 PIC X(08).
008600 01  WS-IN-ACTION               PIC X(01).
008700 01  WS-IN-DESC                 PIC X(30).
008800 01  WS-IN-AMT-X                PIC X(11).
008900 01  WS-IN-AMT REDEFINES WS-IN-AMT-X
009000                                PIC 9(09)V99.
009100 01  WS-IN-WAIVE-X              PIC X(11).
009200 01  WS-IN-WAIVE REDEFINES WS-IN-WAIVE-X
009300                                PIC 9(09)V99.
009400 01  WS-IN-FREE                 PIC X(03).
009500 01  WS-IN-FREE-N REDEFINES WS-IN-FREE
009600                                PIC 9(03).
009700 01  WS-IN-EXPD                 PIC X(08).
009800
009900*----------------------------------------------------------------
010000* FEESCHF KEY BUILT FROM THE KEYED TYPE AND EFFECTIVE DATE, AND
010100* THE RECORD IN FORCE TODAY AS FOUND BY THE BROWSE.
010200*----------------------------------------------------------------
010300 01  WS-FEE-KEY.
010400    05  WS-FEE-KEY-TYPE         PIC X(03).
010500    05  WS-FEE-KEY-EFF          PIC X(08).
010600 01  WS-SAVE-FEE                PIC X(117).
010700
010800*----------------------------------------------------------------
010900* THE AMOUNTS GO BACK UP IN THE SAME 11-DIGIT FORM THEY ARE
011000* KEYED IN, SO THEY CAN BE CHANGED IN PLACE.
011100*----------------------------------------------------------------
011200 01  WS-AMT-OUT-X               PIC X(11).
011300 01  WS-AMT-OUT REDEFINES WS-AMT-OUT-X
011400                                PIC 9(09)V99.
011500
011600 PROCEDURE DIVISION.
011700*----------------------------------------------------------------
011800* 0000-MAIN-PARA
011900*     MAINLINE - PUTS UP THE EMPTY MAINTENANCE SCREEN, THEN
012000*     LOOPS TAKING THE OPERATOR'S KEY AND ACTION UNTIL ACTION
012100*     'X' (OR CLEAR) ENDS THE CONVERSATION.
012200*----------------------------------------------------------------
012300 0000-MAIN-PARA.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012500     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
012600         UNTIL WS-EXIT-TIME.
012700     GO TO 9999-RETURN-NORMAL.
012800
012900*----------------------------------------------------------------
013000* 1000-INITIALIZE
013100*     PICKS UP THE SIGNED-ON USERID AND TODAY'S DATE, SENDS THE
013200*     FULL MAP AND TAKES THE OPERATOR'S FIRST INPUT.  MAPFAIL
013300*     (E.G. CLEAR) ENDS THE TASK CLEANLY.
013400*----------------------------------------------------------------
013500 1000-INITIALIZE.
013600     EXEC CICS ASKTIME
013700          ABSTIME(WS-ABSTIME)
013800     END-EXEC.
013900     EXEC CICS FORMATTIME
014000          ABSTIME(WS-ABSTIME)
014100          YYYYMMDD(WS-TODAY-DATE)
014200     END-EXEC.
014300     EXEC CICS ASSIGN
014400          USERID(WS-OPER-ID)
014500     END-EXEC.
014600     MOVE LOW-VALUES TO PROG29MO.
014700     MOVE 'ENTER FEE TYPE, EFFECTIVE DATE AND ACTION - X TO EXIT'
014800         TO MSGLNO.
014900     EXEC CICS SEND MAP('PROG29M')
015000          MAPSET('PROG29S')
015100          ERASE
015200     END-EXEC.
015300     EXEC CICS RECEIVE MAP('PROG29M')
015400          MAPSET('PROG29S')
015500          INTO(PROG29MI)
015600          RESP(WS-MAP-RESP)
015700     END-EXEC.
015800     IF WS-MAP-RESP = DFHRESP(MAPFAIL)
015900         SET WS-EXIT-TIME TO TRUE
016000     END-IF.
016100 1000-EXIT.
016200     EXIT.
016300
016400*----------------------------------------------------------------
016500* 2000-PROCESS-ACTION
016600*     ONE TRIP AROUND THE CONVERSATION - CAPTURES THE OPERATOR'S
016700*     INPUT, CLEARS THE (REDEFINED) OUTPUT VIEW FOR THE REPLY,
016800*     DISPATCHES ON THE ACTION, THEN PUTS THE RESULT BACK UP.
016900*     EVERY ACTION EXCEPT 'X' NEEDS A VALID FEE TYPE.  THE
017000*     EFFECTIVE DATE IS NEEDED TOO, EXCEPT THAT AN ADD WITH NONE
017100*     TAKES EFFECT TODAY AND AN INQUIRY WITH NONE LOOKS UP THE
017200*     RECORD IN FORCE TODAY.
017300*----------------------------------------------------------------
017400 2000-PROCESS-ACTION.
017500     MOVE FTYPEI  TO WS-IN-TYPE.
017600     MOVE EFFDI   TO WS-IN-EFFD.
017700     MOVE ACTFI   TO WS-IN-ACTION.
017800     MOVE DESCFI  TO WS-IN-DESC.
017900     MOVE AMTFI   TO WS-IN-AMT-X.
018000     MOVE WAIVFI  TO WS-IN-WAIVE-X.
018100     MOVE FREECI  TO WS-IN-FREE.
018200     MOVE EXPDI   TO WS-IN-EXPD.
018300     IF WS-IN-ACTION = 'X'
018400         SET WS-EXIT-TIME TO TRUE
018500         GO TO 2000-EXIT.
018600     MOVE LOW-VALUES TO PROG29MO.
018700     IF WS-IN-TYPE NOT = 'MNT' AND WS-IN-TYPE NOT = 'XWD'
018800      AND WS-IN-TYPE NOT = 'CLS'
018900         MOVE 'FEE TYPE MUST BE MNT, XWD OR CLS' TO MSGLNO
019000         PERFORM 8000-SEND-RECEIVE THRU 8000-EXIT
019100         GO TO 2000-EXIT.
019200     MOVE WS-IN-TYPE TO WS-FEE-KEY-TYPE.
019300     IF WS-IN-EFFD = SPACES OR LOW-VALUES
019400         IF WS-IN-ACTION = 'I'
019500             PERFORM 3150-INQUIRE-IN-FORCE THRU 3150-EXIT
019600             PERFORM 8000-SEND-RECEIVE THRU 8000-EXIT
019700             GO TO 2000-EXIT
019800         END-IF
019900         IF WS-IN-ACTION = 'A'
020000             MOVE WS-TODAY-DATE TO WS-IN-EFFD
020100         END-IF
020200     END-IF.
020300     IF WS-IN-EFFD NOT NUMERIC
020400         MOVE 'EFFECTIVE DATE REQUIRED (CCYYMMDD)' TO MSGLNO
020500         PERFORM 8000-SEND-RECEIVE THRU 8000-EXIT
020600         GO TO 2000-EXIT.
020700     MOVE WS-IN-EFFD TO WS-FEE-KEY-EFF.
020800     EVALUATE WS-IN-ACTION
020900         WHEN 'I'
021000             PERFORM 3100-INQUIRE THRU 3100-EXIT
021100         WHEN 'A'
021200             PERFORM 3200-ADD THRU 3200-EXIT
021300         WHEN 'U'
021400             PERFORM 3300-UPDATE THRU 3300-EXIT
021500         WHEN 'D'
021600             PERFORM 3400-DEACTIVATE THRU 3400-EXIT
021700         WHEN 'R'
021800             PERFORM 3500-REACTIVATE THRU 3500-EXIT
021900         WHEN OTHER
022000             MOVE 'ACTION MUST BE I, A, U, D, R OR X'
022100                 TO MSGLNO
022200     END-EVALUATE.
022300     PERFORM 8000-SEND-RECEIVE THRU 8000-EXIT.
022400 2000-EXIT.
022500     EXIT.
022600
022700*----------------------------------------------------------------
022800* 3100-INQUIRE
022900*     READS THE SCHEDULE RECORD AND SHOWS WHAT IS ON FILE.
023000*----------------------------------------------------------------
023100 3100-INQUIRE.
023200     EXEC CICS READ
023300          FILE('FEESCHF')
023400          INTO(FEE-RECORD)
023500          RIDFLD(WS-FEE-KEY)
023600          RESP(WS-FEE-RESP)
023700     END-EXEC.
023800     IF WS-FEE-RESP = DFHRESP(NOTFND)
023900         MOVE 'FEE SCHEDULE RECORD NOT ON FILE' TO MSGLNO
024000         GO TO 3100-EXIT.
024100     IF WS-FEE-RESP NOT = DFHRESP(NORMAL)
024200         MOVE 'FEE SCHEDULE FILE ERROR' TO MSGLNO
024300         GO TO 3100-EXIT.
024400     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
024500     MOVE 'FEE SCHEDULE RECORD DISPLAYED' TO MSGLNO.
024600 3100-EXIT.
024700     EXIT.
024800
024900*----------------------------------------------------------------
025000* 3150-INQUIRE-IN-FORCE
025100*     BROWSES THE FEE TYPE'S RECORDS IN EFFECTIVE-DATE ORDER UP
025200*     TO TODAY AND SHOWS THE LAST ONE THAT IS ACTIVE AND NOT
025300*     EXPIRED - THE SAME CHOICE PROG30 MAKES AT MONTH END.
025400*----------------------------------------------------------------
025500 3150-INQUIRE-IN-FORCE.
025600     MOVE LOW-VALUES TO WS-FEE-KEY-EFF.
025700     MOVE 'N' TO WS-FOUND-SW.
025800     MOVE 'N' TO WS-BROWSE-END-SW.
025900     EXEC CICS STARTBR
026000          FILE('FEESCHF')
026100          RIDFLD(WS-FEE-KEY)
026200          GTEQ
026300          RESP(WS-FEE-RESP)
026400     END-EXEC.
026500     IF WS-FEE-RESP = DFHRESP(NOTFND)
026600         MOVE 'NO FEE OF THIS TYPE IN FORCE TODAY' TO MSGLNO
026700         GO TO 3150-EXIT.
026800     IF WS-FEE-RESP NOT = DFHRESP(NORMAL)
026900         MOVE 'FEE SCHEDULE FILE ERROR' TO MSGLNO
027000         GO TO 3150-EXIT.
027100     PERFORM 3160-BROWSE-NEXT THRU 3160-EXIT
027200         UNTIL WS-BROWSE-END.
027300     EXEC CICS ENDBR
027400          FILE('FEESCHF')
027500     END-EXEC.
027600     IF NOT WS-FOUND
027700         MOVE 'NO FEE OF THIS TYPE IN FORCE TODAY' TO MSGLNO
027800         GO TO 3150-EXIT.
027900     MOVE WS-SAVE-FEE TO FEE-RECORD.
028000     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
028100     MOVE 'FEE IN FORCE TODAY DISPLAYED' TO MSGLNO.
028200 3150-EXIT.
028300     EXIT.
028400
028500*----------------------------------------------------------------
028600* 3160-BROWSE-NEXT
028700*     ONE RECORD OF THE BROWSE - STOPS AT THE END OF THE TYPE OR
028800*     AT A DATE AFTER TODAY; KEEPS ANY RECORD IN FORCE.
028900*----------------------------------------------------------------
029000 3160-BROWSE-NEXT.
029100     EXEC CICS READNEXT
029200          FILE('FEESCHF')
029300          INTO(FEE-RECORD)
029400          RIDFLD(WS-FEE-KEY)
029500          RESP(WS-FEE-RESP)
029600     END-EXEC.
029700     IF WS-FEE-RESP NOT = DFHRESP(NORMAL)
029800      OR FEE-TYPE NOT = WS-IN-TYPE
029900      OR FEE-EFF-DATE > WS-TODAY-DATE
030000         MOVE 'Y' TO WS-BROWSE-END-SW
030100         GO TO 3160-EXIT.
030200     IF FEE-ACTIVE
030300      AND (FEE-EXP-DATE = SPACES
030400           OR FEE-EXP-DATE NOT < WS-TODAY-DATE)
030500         MOVE FEE-RECORD TO WS-SAVE-FEE
030600         MOVE 'Y' TO WS-FOUND-SW
030700     END-IF.
030800 3160-EXIT.
030900     EXIT.
031000
031100*----------------------------------------------------------------
031200* 3200-ADD
031300*     WRITES A NEW SCHEDULE RECORD.  THE DESCRIPTION AND AMOUNT
031400*     ARE REQUIRED; THE WAIVER BALANCE AND FREE COUNT DEFAULT TO
031500*     ZERO AND THE EXPIRY DATE TO NONE.  A PRICE MAY NOT TAKE
031600*     EFFECT BEFORE TODAY - A MONTH ALREADY CHARGED IS NEVER
031700*     REPRICED.  A NEW RECORD GOES ON FILE ACTIVE.
031800*----------------------------------------------------------------
031900 3200-ADD.
032000     IF WS-IN-DESC = SPACES OR LOW-VALUES
032100      OR WS-IN-AMT-X = SPACES OR LOW-VALUES
032200         MOVE 'DESCRIPTION AND FEE AMOUNT REQUIRED' TO MSGLNO
032300         GO TO 3200-EXIT.
032400     IF WS-IN-EFFD < WS-TODAY-DATE
032500         MOVE 'EFFECTIVE DATE CANNOT BE BEFORE TODAY' TO MSGLNO
032600         GO TO 3200-EXIT.
032700     PERFORM 6000-EDIT-FIELDS THRU 6000-EXIT.
032800     IF NOT WS-EDIT-OK
032900         GO TO 3200-EXIT.
033000     MOVE SPACES TO FEE-RECORD.
033100     MOVE WS-FEE-KEY-TYPE TO FEE-TYPE.
033200     MOVE WS-FEE-KEY-EFF  TO FEE-EFF-DATE.
033300     SET FEE-ACTIVE TO TRUE.
033400     MOVE ZERO TO FEE-AMT.
033500     MOVE ZERO TO FEE-WAIVE-BAL.
033600     MOVE ZERO TO FEE-FREE-COUNT.
033700     PERFORM 5000-MERGE-FIELDS THRU 5000-EXIT.
033800     PERFORM 6200-CHECK-RECORD THRU 6200-EXIT.
033900     IF NOT WS-EDIT-OK
034000         GO TO 3200-EXIT.
034100     MOVE WS-OPER-ID     TO FEE-ADD-USER.
034200     MOVE WS-TODAY-DATE  TO FEE-ADD-DATE.
034300     EXEC CICS WRITE
034400          FILE('FEESCHF')
034500          FROM(FEE-RECORD)
034600          RIDFLD(FEE-KEY)
034700          RESP(WS-FEE-RESP)
034800     END-EXEC.
034900     IF WS-FEE-RESP = DFHRESP(DUPREC)
035000         MOVE 'FEE SCHEDULE RECORD ALREADY ON FILE - USE U'
035100             TO MSGLNO
035200         GO TO 3200-EXIT.
035300     IF WS-FEE-RESP NOT = DFHRESP(NORMAL)
035400         MOVE 'FEE SCHEDULE FILE ERROR - NOT ADDED' TO MSGLNO
035500         GO TO 3200-EXIT.
035600     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
035700     MOVE 'FEE SCHEDULE RECORD ADDED' TO MSGLNO.
035800 3200-EXIT.
035900     EXIT.
036000
036100*----------------------------------------------------------------
036200* 3300-UPDATE
036300*     READS THE RECORD FOR UPDATE AND FOLDS IN WHATEVER FIELDS
036400*     THE OPERATOR KEYED - A FIELD LEFT UNTOUCHED (LOW-VALUES)
036500*     KEEPS ITS FILE VALUE.  THE KEYED FIELDS GET THE SAME EDITS
036600*     AS AN ADD BEFORE THE READ, AND THE MERGED RECORD THE SAME
036700*     CROSS-CHECKS AFTER IT.  STATUS IS NOT UPDATED HERE - THAT
036800*     IS WHAT D AND R ARE FOR.  THE AMOUNT CAN ONLY BE CHANGED
036810*     ON A RECORD NOT YET IN FORCE (EFFECTIVE AFTER TODAY) - ONCE
036820*     IT HAS BEEN CHARGED A PRICE CHANGE IS A NEW DATED RECORD.
036830*     THE DESCRIPTION, WAIVER, FREE COUNT AND EXPIRY STAY OPEN.
036900*----------------------------------------------------------------
037000 3300-UPDATE.
037100     PERFORM 6000-EDIT-FIELDS THRU 6000-EXIT.
037200     IF NOT WS-EDIT-OK
037300         GO TO 3300-EXIT.
037400     PERFORM 4000-READ-FOR-UPDATE THRU 4000-EXIT.
037500     IF WS-FEE-RESP NOT = DFHRESP(NORMAL)
037600         GO TO 3300-EXIT.
037610     IF WS-IN-AMT-X NOT = LOW-VALUES AND WS-IN-AMT-X NOT = SPACES
037620      AND WS-IN-AMT NOT = FEE-AMT
037630      AND FEE-EFF-DATE NOT > WS-TODAY-DATE
037640         MOVE 'PRICE CHANGE - ADD A NEW DATED RECORD' TO MSGLNO
037650         PERFORM 4100-UNLOCK THRU 4100-EXIT
037660         GO TO 3300-EXIT.
037700     PERFORM 5000-MERGE-FIELDS THRU 5000-EXIT.
037800     PERFORM 6200-CHECK-RECORD THRU 6200-EXIT.
037900     IF NOT WS-EDIT-OK
038000         PERFORM 4100-UNLOCK THRU 4100-EXIT
038100         GO TO 3300-EXIT.
038200     PERFORM 4200-REWRITE THRU 4200-EXIT.
038300     IF WS-FEE-RESP NOT = DFHRESP(NORMAL)
038400         GO TO 3300-EXIT.
038500     MOVE 'FEE SCHEDULE RECORD UPDATED' TO MSGLNO.
038600 3300-EXIT.
038700     EXIT.
038800
038900*----------------------------------------------------------------
039000* 3400-DEACTIVATE
039100*     FLIPS THE RECORD'S STATUS TO INACTIVE - PROG30 PASSES IT
039200*     OVER FROM THE NEXT RUN ON, AND AN EARLIER ACTIVE RECORD
039300*     FOR THE TYPE (IF ANY) IS IN FORCE AGAIN.  THE RECORD STAYS
039400*     ON FILE WITH ITS HISTORY INTACT.
039500*----------------------------------------------------------------
039600 3400-DEACTIVATE.
039700     PERFORM 4000-READ-FOR-UPDATE THRU 4000-EXIT.
039800     IF WS-FEE-RESP NOT = DFHRESP(NORMAL)
039900         GO TO 3400-EXIT.
040000     SET FEE-INACTIVE TO TRUE.
040100     PERFORM 4200-REWRITE THRU 4200-EXIT.
040200     IF WS-FEE-RESP NOT = DFHRESP(NORMAL)
040300         GO TO 3400-EXIT.
040400     MOVE 'FEE SCHEDULE RECORD DEACTIVATED' TO MSGLNO.
040500 3400-EXIT.
040600     EXIT.
040700
040800*----------------------------------------------------------------
040900* 3500-REACTIVATE
041000*     FLIPS THE RECORD'S STATUS BACK TO ACTIVE.
041100*----------------------------------------------------------------
041200 3500-REACTIVATE.
041300     PERFORM 4000-READ-FOR-UPDATE THRU 4000-EXIT.
041400     IF WS-FEE-RESP NOT = DFHRESP(NORMAL)
041500         GO TO 3500-EXIT.
041600     SET FEE-ACTIVE TO TRUE.
041700     PERFORM 4200-REWRITE THRU 4200-EXIT.
041800     IF WS-FEE-RESP NOT = DFHRESP(NORMAL)
041900         GO TO 3500-EXIT.
042000     MOVE 'FEE SCHEDULE RECORD REACTIVATED' TO MSGLNO.
042100 3500-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------------
042500* 4000-READ-FOR-UPDATE
042600*     READS THE KEYED RECORD FOR UPDATE.  ANY RESPONSE BUT
042700*     NORMAL LEAVES ITS MESSAGE IN MSGLNO.
042800*----------------------------------------------------------------
042900 4000-READ-FOR-UPDATE.
043000     EXEC CICS READ
043100          FILE('FEESCHF')
043200          INTO(FEE-RECORD)
043300          RIDFLD(WS-FEE-KEY)
043400          UPDATE
043500          RESP(WS-FEE-RESP)
043600     END-EXEC.
043700     IF WS-FEE-RESP = DFHRESP(NOTFND)
043800         MOVE 'FEE SCHEDULE RECORD NOT ON FILE' TO MSGLNO
043900         GO TO 4000-EXIT.
044000     IF WS-FEE-RESP NOT = DFHRESP(NORMAL)
044100         MOVE 'FEE SCHEDULE FILE ERROR' TO MSGLNO
044200     END-IF.
044300 4000-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------------
044700* 4100-UNLOCK
044800*     RELEASES THE UPDATE LOCK WHEN AN ACTION IS REFUSED.
044900*----------------------------------------------------------------
045000 4100-UNLOCK.
045100     EXEC CICS UNLOCK
045200          FILE('FEESCHF')
045300     END-EXEC.
045400 4100-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------------
045800* 4200-REWRITE
045900*     STAMPS THE CHANGE AND REWRITES THE RECORD.  ANY RESPONSE
046000*     BUT NORMAL LEAVES ITS MESSAGE IN MSGLNO.
046100*----------------------------------------------------------------
046200 4200-REWRITE.
046300     MOVE WS-OPER-ID     TO FEE-CHG-USER.
046400     MOVE WS-TODAY-DATE  TO FEE-CHG-DATE.
046500     EXEC CICS REWRITE
046600          FILE('FEESCHF')
046700          FROM(FEE-RECORD)
046800          RESP(WS-FEE-RESP)
046900     END-EXEC.
047000     IF WS-FEE-RESP NOT = DFHRESP(NORMAL)
047100         MOVE 'FEE SCHEDULE FILE ERROR - NOT CHANGED' TO MSGLNO
047200         GO TO 4200-EXIT.
047300     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
047400 4200-EXIT.
047500     EXIT.
047600
047700*----------------------------------------------------------------
047800* 5000-MERGE-FIELDS
047900*     FOLDS THE KEYED FIELDS INTO FEE-RECORD.  THE DESCRIPTION,
048000*     AMOUNT, WAIVER BALANCE AND FREE COUNT ARE TAKEN ONLY WHEN
048100*     KEYED; THE EXPIRY DATE CAN ALSO BE BLANKED OUT.
048200*----------------------------------------------------------------
048300 5000-MERGE-FIELDS.
048400     IF WS-IN-DESC NOT = LOW-VALUES AND WS-IN-DESC NOT = SPACES
048500         MOVE WS-IN-DESC TO FEE-DESC
048600     END-IF.
048700     IF WS-IN-AMT-X NOT = LOW-VALUES AND WS-IN-AMT-X NOT = SPACES
048800         MOVE WS-IN-AMT TO FEE-AMT
048900     END-IF.
049000     IF WS-IN-WAIVE-X NOT = LOW-VALUES
049100      AND WS-IN-WAIVE-X NOT = SPACES
049200         MOVE WS-IN-WAIVE TO FEE-WAIVE-BAL
049300     END-IF.
049400     IF WS-IN-FREE NOT = LOW-VALUES AND WS-IN-FREE NOT = SPACES
049500         MOVE WS-IN-FREE-N TO FEE-FREE-COUNT
049600     END-IF.
049700     IF WS-IN-EXPD NOT = LOW-VALUES
049800         MOVE WS-IN-EXPD TO FEE-EXP-DATE
049900     END-IF.
050000 5000-EXIT.
050100     EXIT.
050200
050300*----------------------------------------------------------------
050400* 6000-EDIT-FIELDS
050500*     SCREEN EDITS SHARED BY ADD AND UPDATE, ON WHATEVER IS
050600*     KEYED - THE AMOUNTS ALL DIGITS, THE FREE COUNT NUMERIC AND
050700*     THE EXPIRY DATE CCYYMMDD.  (THE REQUIRED-FIELD CHECK IS
050800*     THE ADD'S OWN - ON AN UPDATE A BLANK FIELD MEANS KEEP WHAT
050900*     IS ON FILE.)
051000*----------------------------------------------------------------
051100 6000-EDIT-FIELDS.
051200     MOVE 'N' TO WS-EDIT-OK-SW.
051300     IF WS-IN-AMT-X NOT = SPACES AND WS-IN-AMT-X NOT = LOW-VALUES
051400      AND WS-IN-AMT-X NOT NUMERIC
051500         MOVE 'FEE AMOUNT MUST BE DIGITS ONLY, 2 DECIMALS'
051600             TO MSGLNO
051700         GO TO 6000-EXIT.
051800     IF WS-IN-WAIVE-X NOT = SPACES
051900      AND WS-IN-WAIVE-X NOT = LOW-VALUES
052000      AND WS-IN-WAIVE-X NOT NUMERIC
052100         MOVE 'WAIVER BALANCE MUST BE DIGITS ONLY, 2 DECIMALS'
052200             TO MSGLNO
052300         GO TO 6000-EXIT.
052400     IF WS-IN-FREE NOT = SPACES AND WS-IN-FREE NOT = LOW-VALUES
052500      AND WS-IN-FREE NOT NUMERIC
052600         MOVE 'FREE COUNT MUST BE 3 DIGITS' TO MSGLNO
052700         GO TO 6000-EXIT.
052800     IF WS-IN-EXPD NOT = SPACES AND WS-IN-EXPD NOT = LOW-VALUES
052900      AND WS-IN-EXPD NOT NUMERIC
053000         MOVE 'EXPIRY DATE MUST BE CCYYMMDD' TO MSGLNO
053100         GO TO 6000-EXIT.
053200     MOVE 'Y' TO WS-EDIT-OK-SW.
053300 6000-EXIT.
053400     EXIT.
053500
053600*----------------------------------------------------------------
053700* 6200-CHECK-RECORD
053800*     CROSS-CHECKS THE RECORD AS IT WOULD GO TO FILE - THE
053900*     AMOUNT MUST BE OVER ZERO, A FREE WITHDRAWAL COUNT BELONGS
054000*     ONLY ON AN EXCESS WITHDRAWAL FEE, AND THE EXPIRY DATE MAY
054100*     NOT BE BEFORE THE EFFECTIVE DATE.
054200*----------------------------------------------------------------
054300 6200-CHECK-RECORD.
054400     MOVE 'N' TO WS-EDIT-OK-SW.
054500     IF FEE-AMT NOT > ZERO
054600         MOVE 'FEE AMOUNT MUST BE GREATER THAN ZERO' TO MSGLNO
054700         GO TO 6200-EXIT.
054800     IF FEE-FREE-COUNT > ZERO
054900      AND NOT FEE-EXCESS-WDL
055000         MOVE 'FREE COUNT IS ONLY USED ON AN XWD FEE - ZERO IT'
055100             TO MSGLNO
055200         GO TO 6200-EXIT.
055300     IF FEE-EXP-DATE NOT = SPACES
055400      AND FEE-EXP-DATE < FEE-EFF-DATE
055500         MOVE 'EXPIRY DATE IS BEFORE THE EFFECTIVE DATE' TO MSGLNO
055600         GO TO 6200-EXIT.
055700     MOVE 'Y' TO WS-EDIT-OK-SW.
055800 6200-EXIT.
055900     EXIT.
056000
056100*----------------------------------------------------------------
056200* 7000-SHOW-RECORD
056300*     ECHOES THE RECORD IN FEE-RECORD BACK TO THE SCREEN.
056400*----------------------------------------------------------------
056500 7000-SHOW-RECORD.
056600     MOVE FEE-TYPE            TO FTYPEO.
056700     MOVE FEE-EFF-DATE        TO EFFDO.
056800     MOVE FEE-DESC            TO DESCFO.
056900     MOVE FEE-STATUS          TO STATFO.
057000     MOVE FEE-AMT             TO WS-AMT-OUT.
057100     MOVE WS-AMT-OUT-X        TO AMTFO.
057200     MOVE FEE-WAIVE-BAL       TO WS-AMT-OUT.
057300     MOVE WS-AMT-OUT-X        TO WAIVFO.
057400     MOVE FEE-FREE-COUNT      TO FREECO.
057500     MOVE FEE-EXP-DATE        TO EXPDO.
057600     MOVE FEE-ADD-USER        TO ADDUO.
057700     MOVE FEE-ADD-DATE        TO ADDDO.
057800     MOVE FEE-CHG-USER        TO CHGUO.
057900     MOVE FEE-CHG-DATE        TO CHGDO.
058000 7000-EXIT.
058100     EXIT.
058200
058300*----------------------------------------------------------------
058400* 8000-SEND-RECEIVE
058500*     PUTS THE RESULT UP AND TAKES THE OPERATOR'S NEXT INPUT.
058600*     MAPFAIL (E.G. CLEAR) ENDS THE CONVERSATION CLEANLY.
058700*----------------------------------------------------------------
058800 8000-SEND-RECEIVE.
058900     EXEC CICS SEND MAP('PROG29M')
059000          MAPSET('PROG29S')
059100          DATAONLY
059200     END-EXEC.
059300     EXEC CICS RECEIVE MAP('PROG29M')
059400          MAPSET('PROG29S')
059500          INTO(PROG29MI)
059600          RESP(WS-MAP-RESP)
059700     END-EXEC.
059800     IF WS-MAP-RESP = DFHRESP(MAPFAIL)
059900         SET WS-EXIT-TIME TO TRUE
060000     END-IF.
060100 8000-EXIT.
060200     EXIT.
060300
060400*----------------------------------------------------------------
060500* 9999-RETURN-NORMAL
060600*     NORMAL END OF TASK.
060700*----------------------------------------------------------------
060800 9999-RETURN-NORMAL.
060900     EXEC CICS RETURN END-EXEC.
061000 9999-EXIT.
061100     EXIT.
