000100*================================================================
000200* PROGRAM-ID.  PROG26
000300* AUTHOR.      J. MARTINEZ - ONLINE SYSTEMS GROUP
000400* INSTALLATION. DALLAS DATA CENTER
000500* DATE-WRITTEN. 2026-10-15
000600*
000700* PURPOSE.
000800*     COMPLIANCE REVIEW OF THE ITEMS RAISED BY THE NIGHTLY PROG25
000900*     CASH RUN - A CURRENCY TRANSACTION REPORT ('C') OR A
001000*     POSSIBLE STRUCTURING PATTERN ('S') FOR ONE SUBJECT ON ONE
001100*     BUSINESS DATE (SEE CMPLREC).  COMPLIANCE CAN -
001200*       I - INQUIRE ON THE ITEM KEYED IN THE DATE, ITEM TYPE
001300*           AND SUBJECT FIELDS;
001400*       N - BRING UP THE NEXT PENDING ITEM AFTER THE ONE KEYED
001500*           (FROM THE START OF THE FILE IF NO DATE IS KEYED);
001600*       R - MARK THE ITEM REVIEWED (WORK IN PROGRESS);
001700*       F - MARK IT FILED (CTR SENT, OR SUSPICIOUS ACTIVITY
001800*           REPORTED);
001900*       D - DISMISS IT (REVIEWED, NOTHING TO REPORT).
002000*     FILED AND DISMISSED ARE FINAL - A CLOSED ITEM CANNOT BE
002100*     REOPENED HERE.  EVERY CHANGE IS STAMPED WITH THE SIGNED-ON
002200*     USERID, THE DATE, THE TIME AND THE TERMINAL.
002300*
002400*     CONVERSATIONAL, LIKE PROG20 - THE TASK HOLDS THE TERMINAL
002500*     AND LOOPS ON SEND/RECEIVE UNTIL THE OPERATOR KEYS ACTION
002600*     'X' (OR PRESSES CLEAR).  INVOKED ON ITS OWN TRANSACTION
002700*     ID (E.G. PG1K), RESTRICTED BY TRANSACTION SECURITY TO THE
002800*     COMPLIANCE GROUP.
002900*
003000* MAINTENANCE HISTORY.
003100* DATE       INIT  DESCRIPTION
003200* 2026-10-15 JXM   INITIAL VERSION.
003300*================================================================
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. PROG26.
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
004600* SYMBOLIC MAP FOR THE PROG26M REVIEW SCREEN (MAPSET PROG26S).
004700*----------------------------------------------------------------
004800 COPY PROG26M.
004900
005000*----------------------------------------------------------------
005100* COMPLIANCE REVIEW ITEM AS HELD ON CMPLF.
005200*----------------------------------------------------------------
005300 COPY CMPLREC.
005400
005500*----------------------------------------------------------------
005600* CICS RESPONSE CODES.
005700*----------------------------------------------------------------
005800 01  WS-CMP-RESP                PIC S9(9) COMP.
005900 01  WS-MAP-RESP                PIC S9(9) COMP.
006000
006100*----------------------------------------------------------------
006200* SWITCHES.
006300*----------------------------------------------------------------
006400 01  WS-EXIT-SW                 PIC X(01) VALUE 'N'.
006500    88  WS-EXIT-TIME               VALUE 'Y'.
006600 01  WS-SCAN-DONE-SW            PIC X(01) VALUE 'N'.
006700    88  WS-SCAN-DONE               VALUE 'Y'.
006800 01  WS-FOUND-SW                PIC X(01) VALUE 'N'.
006900    88  WS-FOUND                   VALUE 'Y'.
007000
007100*----------------------------------------------------------------
007200* WHO AND WHEN.
007300*----------------------------------------------------------------
007400 01  WS-ABSTIME                 PIC S9(15) COMP-3.
007500 01  WS-OPER-ID                 PIC X(08).
007600 01  WS-TODAY-DATE              PIC X(08).
007700 01  WS-NOW-TIME                PIC X(06).
007800
007900*----------------------------------------------------------------
008000* THE OPERATOR'S INPUT, CAPTURED OFF THE MAP BEFORE THE OUTPUT
008100* VIEW (WHICH REDEFINES THE SAME STORAGE) IS CLEARED FOR THE
008200* REPLY - THE ACTION PARAGRAPHS WORK FROM THESE COPIES.  THE
008300* KEYED FIELDS ARE LAID OUT AS A CMPLF KEY.
008400*----------------------------------------------------------------
008500 01  WS-IN-ACTION               PIC X(01).
008600 01  WS-IN-KEY.
008700    05  WS-IN-BUS-DATE         PIC X(08).
008800    05  WS-IN-ITEM-TYPE        PIC X(01).
008900    05  WS-IN-SUBJ-TYPE        PIC X(01).
009000    05  WS-IN-SUBJ-ID          PIC X(10).
009100 01  WS-BRS-KEY                 PIC X(20).
009200
009300*----------------------------------------------------------------
009400* THE STATUS AN UPDATE ACTION MOVES THE ITEM TO.
009500*----------------------------------------------------------------
009600 01  WS-NEW-STATUS              PIC X(01).
009700
009800*----------------------------------------------------------------
009900* DISPLAY EDITS.
010000*----------------------------------------------------------------
010100 01  WS-AMT-DISP                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
010200 01  WS-DAYS-DISP               PIC ZZ9.
010300
010400 PROCEDURE DIVISION.
010500*----------------------------------------------------------------
010600* 0000-MAIN-PARA
010700*     MAINLINE - PUTS UP THE REVIEW SCREEN, THEN LOOPS TAKING
010800*     THE OPERATOR'S ACTION UNTIL ACTION 'X' (OR CLEAR) ENDS THE
010900*     CONVERSATION.
011000*----------------------------------------------------------------
011100 0000-MAIN-PARA.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011300     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
011400         UNTIL WS-EXIT-TIME.
011500     GO TO 9999-RETURN-NORMAL.
011600
011700*----------------------------------------------------------------
011800* 1000-INITIALIZE
011900*     PICKS UP THE SIGNED-ON USERID AND TODAY'S DATE, SENDS THE
012000*     FULL MAP AND TAKES THE OPERATOR'S FIRST INPUT.  MAPFAIL
012100*     (E.G. CLEAR) ENDS THE TASK CLEANLY.
012200*----------------------------------------------------------------
012300 1000-INITIALIZE.
012400     EXEC CICS ASKTIME
012500          ABSTIME(WS-ABSTIME)
012600     END-EXEC.
012700     EXEC CICS FORMATTIME
012800          ABSTIME(WS-ABSTIME)
012900          YYYYMMDD(WS-TODAY-DATE)
013000     END-EXEC.
013100     EXEC CICS ASSIGN
013200          USERID(WS-OPER-ID)
013300     END-EXEC.
013400     MOVE LOW-VALUES TO PROG26MO.
013500     MOVE 'KEY DATE, ITEM AND SUBJECT WITH AN ACTION, OR N FOR THE
013600-        ' NEXT PENDING ITEM' TO MSGLNO.
013700     EXEC CICS SEND MAP('PROG26M')
013800          MAPSET('PROG26S')
013900          ERASE
014000     END-EXEC.
014100     EXEC CICS RECEIVE MAP('PROG26M')
014200          MAPSET('PROG26S')
014300          INTO(PROG26MI)
014400          RESP(WS-MAP-RESP)
014500     END-EXEC.
014600     IF WS-MAP-RESP = DFHRESP(MAPFAIL)
014700         SET WS-EXIT-TIME TO TRUE
014800     END-IF.
014900 1000-EXIT.
015000     EXIT.
015100
015200*----------------------------------------------------------------
015300* 2000-PROCESS-ACTION
015400*     ONE TRIP AROUND THE CONVERSATION - CAPTURES THE OPERATOR'S
015500*     INPUT, CLEARS THE (REDEFINED) OUTPUT VIEW FOR THE REPLY,
015600*     DISPATCHES ON THE ACTION, THEN PUTS THE RESULT BACK UP.
015700*----------------------------------------------------------------
015800 2000-PROCESS-ACTION.
015900     MOVE ACTFI  TO WS-IN-ACTION.
016000     MOVE BDATEI TO WS-IN-BUS-DATE.
016100     MOVE ITYPEI TO WS-IN-ITEM-TYPE.
016200     MOVE STYPEI TO WS-IN-SUBJ-TYPE.
016300     MOVE SUBIDI TO WS-IN-SUBJ-ID.
016400     IF WS-IN-ACTION = 'X'
016500         SET WS-EXIT-TIME TO TRUE
016600         GO TO 2000-EXIT.
016700     MOVE LOW-VALUES TO PROG26MO.
016800     PERFORM 7100-SHOW-KEY THRU 7100-EXIT.
016900     EVALUATE WS-IN-ACTION
017000         WHEN 'I'
017100             PERFORM 3100-INQUIRE THRU 3100-EXIT
017200         WHEN 'N'
017300             PERFORM 3200-NEXT-PENDING THRU 3200-EXIT
017400         WHEN 'R'
017500             MOVE 'R' TO WS-NEW-STATUS
017600             PERFORM 3300-UPDATE-STATUS THRU 3300-EXIT
017700         WHEN 'F'
017800             MOVE 'F' TO WS-NEW-STATUS
017900             PERFORM 3300-UPDATE-STATUS THRU 3300-EXIT
018000         WHEN 'D'
018100             MOVE 'D' TO WS-NEW-STATUS
018200             PERFORM 3300-UPDATE-STATUS THRU 3300-EXIT
018300         WHEN OTHER
018400             MOVE 'ACTION MUST BE I, N, R, F, D OR X' TO MSGLNO
018500     END-EVALUATE.
018600     PERFORM 8000-SEND-RECEIVE THRU 8000-EXIT.
018700 2000-EXIT.
018800     EXIT.
018900
019000*----------------------------------------------------------------
019100* 3000-EDIT-KEY
019200*     AN ITEM IS NAMED BY ALL FOUR KEY FIELDS.  WS-FOUND IS LEFT
019300*     OFF, WITH THE MESSAGE SET, IF ANY IS MISSING OR INVALID.
019400*----------------------------------------------------------------
019500 3000-EDIT-KEY.
019600     MOVE 'N' TO WS-FOUND-SW.
019700     IF WS-IN-BUS-DATE NOT NUMERIC
019800         MOVE 'BUSINESS DATE REQUIRED (CCYYMMDD)' TO MSGLNO
019900         GO TO 3000-EXIT.
020000     IF WS-IN-ITEM-TYPE NOT = 'C' AND NOT = 'S'
020100         MOVE 'ITEM TYPE MUST BE C OR S' TO MSGLNO
020200         GO TO 3000-EXIT.
020300     IF WS-IN-SUBJ-TYPE NOT = 'T' AND NOT = 'C' AND NOT = 'A'
020400         MOVE 'SUBJECT TYPE MUST BE T, C OR A' TO MSGLNO
020500         GO TO 3000-EXIT.
020600     IF WS-IN-SUBJ-ID = SPACES OR LOW-VALUES
020700         MOVE 'SUBJECT ID REQUIRED' TO MSGLNO
020800         GO TO 3000-EXIT.
020900     SET WS-FOUND TO TRUE.
021000 3000-EXIT.
021100     EXIT.
021200
021300*----------------------------------------------------------------
021400* 3100-INQUIRE
021500*     READS THE KEYED ITEM AND SHOWS WHAT IS ON FILE.
021600*----------------------------------------------------------------
021700 3100-INQUIRE.
021800     PERFORM 3000-EDIT-KEY THRU 3000-EXIT.
021900     IF NOT WS-FOUND
022000         GO TO 3100-EXIT.
022100     EXEC CICS READ
022200          FILE('CMPLF')
022300          INTO(CMPL-RECORD)
022400          RIDFLD(WS-IN-KEY)
022500          RESP(WS-CMP-RESP)
022600     END-EXEC.
022700     IF WS-CMP-RESP = DFHRESP(NOTFND)
022800         MOVE 'NO SUCH REVIEW ITEM' TO MSGLNO
022900         GO TO 3100-EXIT.
023000     IF WS-CMP-RESP NOT = DFHRESP(NORMAL)
023100         MOVE 'REVIEW FILE ERROR' TO MSGLNO
023200         GO TO 3100-EXIT.
023300     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
023400     MOVE 'ITEM DISPLAYED' TO MSGLNO.
023500 3100-EXIT.
023600     EXIT.
023700
023800*----------------------------------------------------------------
023900* 3200-NEXT-PENDING
024000*     BROWSES CMPLF FROM THE KEYED ITEM (OR THE START OF THE FILE
024100*     IF NO DATE IS KEYED) FOR THE FIRST PENDING ITEM AFTER IT,
024200*     AND SHOWS IT - ITS KEY GOES BACK ON THE SCREEN, SO KEYING
024300*     N AGAIN MOVES ON TO THE ONE AFTER.
024400*----------------------------------------------------------------
024500 3200-NEXT-PENDING.
024600     MOVE 'N' TO WS-FOUND-SW.
024700     MOVE 'N' TO WS-SCAN-DONE-SW.
024800     IF WS-IN-BUS-DATE NOT NUMERIC
024900         MOVE LOW-VALUES TO WS-BRS-KEY
025000     ELSE
025100         MOVE WS-IN-KEY TO WS-BRS-KEY
025200     END-IF.
025300     EXEC CICS STARTBR
025400          FILE('CMPLF')
025500          RIDFLD(WS-BRS-KEY)
025600          GTEQ
025700          RESP(WS-CMP-RESP)
025800     END-EXEC.
025900     IF WS-CMP-RESP = DFHRESP(NOTFND)
026000         MOVE 'NO MORE PENDING ITEMS' TO MSGLNO
026100         GO TO 3200-EXIT.
026200     IF WS-CMP-RESP NOT = DFHRESP(NORMAL)
026300         MOVE 'REVIEW FILE ERROR' TO MSGLNO
026400         GO TO 3200-EXIT.
026500     PERFORM 3250-SCAN-PENDING THRU 3250-EXIT
026600         UNTIL WS-SCAN-DONE.
026700     EXEC CICS ENDBR
026800          FILE('CMPLF')
026900          RESP(WS-CMP-RESP)
027000     END-EXEC.
027100     IF NOT WS-FOUND
027200         MOVE 'NO MORE PENDING ITEMS' TO MSGLNO
027300         GO TO 3200-EXIT.
027400     MOVE CMPL-KEY TO WS-IN-KEY.
027500     PERFORM 7100-SHOW-KEY THRU 7100-EXIT.
027600     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
027700     MOVE 'NEXT PENDING ITEM DISPLAYED' TO MSGLNO.
027800 3200-EXIT.
027900     EXIT.
028000
028100*----------------------------------------------------------------
028200* 3250-SCAN-PENDING
028300*     ONE READNEXT OF THE REVIEW BROWSE - STOPS ON END OF FILE OR
028400*     ON THE FIRST PENDING ITEM, PASSING OVER THE KEYED ITEM
028500*     ITSELF.
028600*----------------------------------------------------------------
028700 3250-SCAN-PENDING.
028800     EXEC CICS READNEXT
028900          FILE('CMPLF')
029000          INTO(CMPL-RECORD)
029100          RIDFLD(WS-BRS-KEY)
029200          RESP(WS-CMP-RESP)
029300     END-EXEC.
029400     IF WS-CMP-RESP NOT = DFHRESP(NORMAL)
029500         MOVE 'Y' TO WS-SCAN-DONE-SW
029600         GO TO 3250-EXIT.
029700     IF CMPL-KEY = WS-IN-KEY
029800         GO TO 3250-EXIT.
029900     IF CMP-PENDING
030000         SET WS-FOUND TO TRUE
030100         MOVE 'Y' TO WS-SCAN-DONE-SW
030200     END-IF.
030300 3250-EXIT.
030400     EXIT.
030500
030600*----------------------------------------------------------------
030700* 3300-UPDATE-STATUS
030800*     MOVES THE KEYED ITEM TO WS-NEW-STATUS.  REVIEWED ONLY FROM
030900*     PENDING; FILED OR DISMISSED FROM PENDING OR REVIEWED.  AN
031000*     ITEM ALREADY FILED OR DISMISSED IS REFUSED - THE LOCK IS
031100*     GIVEN BACK AND THE ITEM SHOWN AS IT STANDS.
031200*----------------------------------------------------------------
031300 3300-UPDATE-STATUS.
031400     PERFORM 3000-EDIT-KEY THRU 3000-EXIT.
031500     IF NOT WS-FOUND
031600         GO TO 3300-EXIT.
031700     EXEC CICS READ
031800          FILE('CMPLF')
031900          INTO(CMPL-RECORD)
032000          RIDFLD(WS-IN-KEY)
032100          UPDATE
032200          RESP(WS-CMP-RESP)
032300     END-EXEC.
032400     IF WS-CMP-RESP = DFHRESP(NOTFND)
032500         MOVE 'NO SUCH REVIEW ITEM' TO MSGLNO
032600         GO TO 3300-EXIT.
032700     IF WS-CMP-RESP NOT = DFHRESP(NORMAL)
032800         MOVE 'REVIEW FILE ERROR' TO MSGLNO
032900         GO TO 3300-EXIT.
033000     IF CMP-FILED OR CMP-DISMISSED
033100      OR (CMP-REVIEWED AND WS-NEW-STATUS = 'R')
033200         EXEC CICS UNLOCK
033300              FILE('CMPLF')
033400         END-EXEC
033500         PERFORM 7000-SHOW-RECORD THRU 7000-EXIT
033600         IF CMP-REVIEWED
033700             MOVE 'ITEM ALREADY MARKED REVIEWED' TO MSGLNO
033800         ELSE
033900             MOVE 'ITEM IS CLOSED - NO FURTHER CHANGE ALLOWED'
034000                 TO MSGLNO
034100         END-IF
034200         GO TO 3300-EXIT.
034300     PERFORM 6000-SET-TIME THRU 6000-EXIT.
034400     MOVE WS-NEW-STATUS    TO CMP-STATUS.
034500     MOVE WS-OPER-ID       TO CMP-REVIEW-USER.
034600     MOVE WS-TODAY-DATE    TO CMP-REVIEW-DATE.
034700     MOVE WS-NOW-TIME      TO CMP-REVIEW-TIME.
034800     MOVE EIBTRMID         TO CMP-REVIEW-TERM.
034900     EXEC CICS REWRITE
035000          FILE('CMPLF')
035100          FROM(CMPL-RECORD)
035200          RESP(WS-CMP-RESP)
035300     END-EXEC.
035400     IF WS-CMP-RESP NOT = DFHRESP(NORMAL)
035500         MOVE 'REVIEW FILE ERROR - NOT UPDATED' TO MSGLNO
035600         GO TO 3300-EXIT.
035700     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
035800     EVALUATE TRUE
035900         WHEN CMP-REVIEWED
036000             MOVE 'ITEM MARKED REVIEWED' TO MSGLNO
036100         WHEN CMP-FILED
036200             MOVE 'ITEM MARKED FILED' TO MSGLNO
036300         WHEN OTHER
036400             MOVE 'ITEM DISMISSED' TO MSGLNO
036500     END-EVALUATE.
036600 3300-EXIT.
036700     EXIT.
036800
036900*----------------------------------------------------------------
037000* 6000-SET-TIME
037100*     CURRENT TIME (HHMMSS) FOR THE REVIEW STAMP.
037200*----------------------------------------------------------------
037300 6000-SET-TIME.
037400     EXEC CICS ASKTIME
037500          ABSTIME(WS-ABSTIME)
037600     END-EXEC.
037700     EXEC CICS FORMATTIME
037800          ABSTIME(WS-ABSTIME)
037900          YYYYMMDD(WS-TODAY-DATE)
038000          TIME(WS-NOW-TIME)
038100     END-EXEC.
038200 6000-EXIT.
038300     EXIT.
038400
038500*----------------------------------------------------------------
038600* 7000-SHOW-RECORD
038700*     ECHOES THE ITEM IN CMPL-RECORD BACK TO THE SCREEN.  THE
038800*     NEAR-THRESHOLD DAYS AND WINDOW ONLY MEAN ANYTHING FOR A
038900*     STRUCTURING ITEM; THE WORKED-BY FIELDS STAY BLANK UNTIL
039000*     THE ITEM HAS BEEN WORKED.
039100*----------------------------------------------------------------
039200 7000-SHOW-RECORD.
039300     MOVE CMP-TAX-ID         TO TAXIDO.
039400     MOVE CMP-CUST-NO        TO CUSTNO.
039500     IF CMP-SUBJ-TYPE = 'A'
039600         MOVE 'NO OWNER ON CUSTMST' TO NAMEO
039700     ELSE
039800         MOVE CMP-NAME       TO NAMEO
039900     END-IF.
040000     MOVE CMP-CASH-IN        TO WS-AMT-DISP.
040100     MOVE WS-AMT-DISP        TO CSHINO.
040200     MOVE CMP-CASH-OUT       TO WS-AMT-DISP.
040300     MOVE WS-AMT-DISP        TO CSHOTO.
040400     IF CMP-STRUCT-ITEM
040500         MOVE CMP-NEAR-IN-DAYS   TO WS-DAYS-DISP
040600         MOVE WS-DAYS-DISP       TO NDINO
040700         MOVE CMP-NEAR-OUT-DAYS  TO WS-DAYS-DISP
040800         MOVE WS-DAYS-DISP       TO NDOUTO
040900         MOVE CMP-WINDOW-START   TO WSTRTO
041000     END-IF.
041100     EVALUATE TRUE
041200         WHEN CMP-PENDING
041300             MOVE 'PENDING'   TO STATFO
041400         WHEN CMP-REVIEWED
041500             MOVE 'REVIEWED'  TO STATFO
041600         WHEN CMP-FILED
041700             MOVE 'FILED'     TO STATFO
041800         WHEN CMP-DISMISSED
041900             MOVE 'DISMISSED' TO STATFO
042000     END-EVALUATE.
042100     IF NOT CMP-PENDING
042200         MOVE CMP-REVIEW-USER    TO RVUSRO
042300         MOVE CMP-REVIEW-DATE    TO RVDATO
042400         MOVE CMP-REVIEW-TIME    TO RVTIMO
042500         MOVE CMP-REVIEW-TERM    TO RVTRMO
042600     END-IF.
042700 7000-EXIT.
042800     EXIT.
042900
043000*----------------------------------------------------------------
043100* 7100-SHOW-KEY
043200*     PUTS THE ITEM KEY THE OPERATOR IS WORKING ON BACK UP.
043300*----------------------------------------------------------------
043400 7100-SHOW-KEY.
043500     MOVE WS-IN-BUS-DATE     TO BDATEO.
043600     MOVE WS-IN-ITEM-TYPE    TO ITYPEO.
043700     MOVE WS-IN-SUBJ-TYPE    TO STYPEO.
043800     MOVE WS-IN-SUBJ-ID      TO SUBIDO.
043900 7100-EXIT.
044000     EXIT.
044100
044200*----------------------------------------------------------------
044300* 8000-SEND-RECEIVE
044400*     PUTS THE RESULT UP AND TAKES THE OPERATOR'S NEXT INPUT.
044500*     MAPFAIL (E.G. CLEAR) ENDS THE CONVERSATION CLEANLY.
044600*----------------------------------------------------------------
044700 8000-SEND-RECEIVE.
044800     EXEC CICS SEND MAP('PROG26M')
044900          MAPSET('PROG26S')
045000          DATAONLY
045100     END-EXEC.
045200     EXEC CICS RECEIVE MAP('PROG26M')
045300          MAPSET('PROG26S')
045400          INTO(PROG26MI)
045500          RESP(WS-MAP-RESP)
045600     END-EXEC.
045700     IF WS-MAP-RESP = DFHRESP(MAPFAIL)
045800         SET WS-EXIT-TIME TO TRUE
045900     END-IF.
046000 8000-EXIT.
046100     EXIT.
046200
046300*----------------------------------------------------------------
046400* 9999-RETURN-NORMAL
046500*     NORMAL END OF TASK.
046600*----------------------------------------------------------------
046700 9999-RETURN-NORMAL.
046800     EXEC CICS RETURN END-EXEC.
046900 9999-EXIT.
047000     EXIT.
