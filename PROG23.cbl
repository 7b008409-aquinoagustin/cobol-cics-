000100*================================================================
000200* PROGRAM-ID.  PROG23
000300* AUTHOR.      J. MARTINEZ - ONLINE SYSTEMS GROUP
000400* INSTALLATION. DALLAS DATA CENTER
000500* DATE-WRITTEN. 2026-10-15
000600*
000700* PURPOSE.
000800*     TELLER CASH DRAWER OPEN AND CLOSE.  AT SIGN-ON THE TELLER
000900*     KEYS THE CASH THE DRAWER WAS ISSUED WITH (ACTION O); AT
001000*     END OF DAY THE TELLER COUNTS THE DRAWER AND KEYS THE
001100*     COUNTED AMOUNT (ACTION C).  EITHER IS RECORDED ON DRAWERF
001200*     (SEE DRAWREC) UNDER THE SIGNED-ON USERID AND TODAY'S
001300*     DATE - A TELLER CAN ONLY EVER WORK THEIR OWN DRAWER.  THE
001400*     NIGHTLY PROG24 SETTLEMENT COMPARES THE COUNT WITH WHAT
001500*     THE DAY'S APPROVED CASH ACTIVITY SAYS THE DRAWER SHOULD
001600*     HOLD.
001700*
001800*     ONE OPEN AND ONE CLOSE PER TELLER PER DAY.  A DRAWER
001900*     ALREADY OPENED CANNOT BE OPENED AGAIN AND A DRAWER ALREADY
002000*     CLOSED CANNOT BE RECOUNTED HERE - A CORRECTED COUNT IS A
002100*     BRANCH OPERATIONS MATTER, SETTLED ON THE OVER/SHORT
002200*     REPORT, NOT SOMETHING THE TELLER CAN QUIETLY REKEY.
002300*
002400*     THE BRANCH IS TAKEN FROM THE TELLER'S TELLERF PROFILE (SEE
002500*     TELLREC) WHEN THE DRAWER IS OPENED.  NO PROFILE, OR A
002600*     PROFILE WITH NO BRANCH, STILL OPENS THE DRAWER - THE
002700*     SETTLEMENT REPORTS IT UNDER A BLANK BRANCH.
002800*
002900*     CONVERSATIONAL, LIKE PROG20 - THE TASK HOLDS THE TERMINAL
003000*     AND LOOPS ON SEND/RECEIVE UNTIL THE OPERATOR KEYS ACTION
003100*     'X' (OR PRESSES CLEAR).  INVOKED ON ITS OWN TRANSACTION
003200*     ID (E.G. PG1E), RESTRICTED BY TRANSACTION SECURITY TO THE
003300*     TELLER GROUP.
003400*
003500* MAINTENANCE HISTORY.
003600* DATE       INIT  DESCRIPTION
003700* 2026-10-15 JXM   INITIAL VERSION.
003800*================================================================
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. PROG23.
004100 AUTHOR. J. MARTINEZ.
004200 INSTALLATION. DALLAS DATA CENTER.
004300 DATE-WRITTEN. 2026-10-15.
004400 DATE-COMPILED.
004500
004600 ENVIRONMENT DIVISION.
004700
004800 DATA DIVISION.
004900 WORKING-STORAGE SECTION.
005000*----------------------------------------------------------------
005100* SYMBOLIC MAP FOR THE PROG23M DRAWER SCREEN (MAPSET PROG23S).
005200*----------------------------------------------------------------
005300 COPY PROG23M.
005400
005500*----------------------------------------------------------------
005600* DRAWER RECORD AS HELD ON DRAWERF.
005700*----------------------------------------------------------------
005800 COPY DRAWREC.
005900
006000*----------------------------------------------------------------
006100* TELLER PROFILE RECORD READ FROM TELLERF FOR THE BRANCH.
006200*----------------------------------------------------------------
006300 COPY TELLREC.
006400
006500*----------------------------------------------------------------
006600* CICS RESPONSE CODES.
006700*----------------------------------------------------------------
006800 01  WS-DRW-RESP                PIC S9(9) COMP.
006900 01  WS-TLR-RESP                PIC S9(9) COMP.
007000 01  WS-MAP-RESP                PIC S9(9) COMP.
007100
007200*----------------------------------------------------------------
007300* SWITCHES.
007400*----------------------------------------------------------------
007500 01  WS-EXIT-SW                 PIC X(01) VALUE 'N'.
007600    88  WS-EXIT-TIME               VALUE 'Y'.
007700
007800*----------------------------------------------------------------
007900* WHO AND WHEN - SET ONCE AT THE START OF THE CONVERSATION.
008000* THE DRAWER KEY IS ALWAYS THE SIGNED-ON USERID AND TODAY.
008100*----------------------------------------------------------------
008200 01  WS-ABSTIME                 PIC S9(15) COMP-3.
008300 01  WS-OPER-ID                 PIC X(08).
008400 01  WS-TODAY-DATE              PIC X(08).
008500 01  WS-NOW-TIME                PIC X(06).
008600 01  WS-BRANCH                  PIC X(04).
008700 01  WS-DRAWER-KEY.
008800    05  WS-KEY-USER-ID         PIC X(08).
008900    05  WS-KEY-BUS-DATE        PIC X(08).
009000
009100*----------------------------------------------------------------
009200* THE OPERATOR'S INPUT, CAPTURED OFF THE MAP BEFORE THE OUTPUT
009300* VIEW (WHICH REDEFINES THE SAME STORAGE) IS CLEARED FOR THE
009400* REPLY - THE ACTION PARAGRAPHS WORK FROM THESE COPIES.
009500*----------------------------------------------------------------
009600 01  WS-IN-ACTION               PIC X(01).
009700 01  WS-IN-AMT-X                PIC X(11).
009800 01  WS-IN-AMT REDEFINES WS-IN-AMT-X
009900                                PIC 9(09)V99.
010000
010100*----------------------------------------------------------------
010200* AMOUNT EDIT FOR THE OPENED/CLOSED DISPLAY FIELDS.
010300*----------------------------------------------------------------
010400 01  WS-AMT-DISP                PIC ZZZ,ZZZ,ZZ9.99.
010500
010600 PROCEDURE DIVISION.
010700*----------------------------------------------------------------
010800* 0000-MAIN-PARA
010900*     MAINLINE - PUTS UP THE DRAWER SCREEN, THEN LOOPS TAKING
011000*     THE TELLER'S ACTION UNTIL ACTION 'X' (OR CLEAR) ENDS THE
011100*     CONVERSATION.
011200*----------------------------------------------------------------
011300 0000-MAIN-PARA.
011400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011500     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
011600         UNTIL WS-EXIT-TIME.
011700     GO TO 9999-RETURN-NORMAL.
011800
011900*----------------------------------------------------------------
012000* 1000-INITIALIZE
012100*     PICKS UP THE SIGNED-ON USERID AND TODAY'S DATE, SENDS THE
012200*     FULL MAP WITH TODAY'S DRAWER (IF ANY) ALREADY SHOWN, AND
012300*     TAKES THE TELLER'S FIRST INPUT.  MAPFAIL (E.G. CLEAR) ENDS
012400*     THE TASK CLEANLY.
012500*----------------------------------------------------------------
012600 1000-INITIALIZE.
012700     EXEC CICS ASKTIME
012800          ABSTIME(WS-ABSTIME)
012900     END-EXEC.
013000     EXEC CICS FORMATTIME
013100          ABSTIME(WS-ABSTIME)
013200          YYYYMMDD(WS-TODAY-DATE)
013300     END-EXEC.
013400     EXEC CICS ASSIGN
013500          USERID(WS-OPER-ID)
013600     END-EXEC.
013700     MOVE WS-OPER-ID    TO WS-KEY-USER-ID.
013800     MOVE WS-TODAY-DATE TO WS-KEY-BUS-DATE.
013900     MOVE LOW-VALUES TO PROG23MO.
014000     MOVE 'ENTER ACTION (AND AMOUNT FOR O OR C) - X TO EXIT'
014100         TO MSGLNO.
014200     EXEC CICS READ
014300          FILE('DRAWERF')
014400          INTO(DRAWER-RECORD)
014500          RIDFLD(WS-DRAWER-KEY)
014600          RESP(WS-DRW-RESP)
014700     END-EXEC.
014800     IF WS-DRW-RESP = DFHRESP(NORMAL)
014900         PERFORM 7000-SHOW-RECORD THRU 7000-EXIT
015000     ELSE
015100         PERFORM 7100-SHOW-HEADING THRU 7100-EXIT
015200     END-IF.
015300     EXEC CICS SEND MAP('PROG23M')
015400          MAPSET('PROG23S')
015500          ERASE
015600     END-EXEC.
015700     EXEC CICS RECEIVE MAP('PROG23M')
015800          MAPSET('PROG23S')
015900          INTO(PROG23MI)
016000          RESP(WS-MAP-RESP)
016100     END-EXEC.
016200     IF WS-MAP-RESP = DFHRESP(MAPFAIL)
016300         SET WS-EXIT-TIME TO TRUE
016400     END-IF.
016500 1000-EXIT.
016600     EXIT.
016700
016800*----------------------------------------------------------------
016900* 2000-PROCESS-ACTION
017000*     ONE TRIP AROUND THE CONVERSATION - CAPTURES THE TELLER'S
017100*     INPUT, CLEARS THE (REDEFINED) OUTPUT VIEW FOR THE REPLY,
017200*     DISPATCHES ON THE ACTION, THEN PUTS THE RESULT BACK UP.
017300*----------------------------------------------------------------
017400 2000-PROCESS-ACTION.
017500     MOVE ACTFI TO WS-IN-ACTION.
017600     MOVE AMTFI TO WS-IN-AMT-X.
017700     IF WS-IN-ACTION = 'X'
017800         SET WS-EXIT-TIME TO TRUE
017900         GO TO 2000-EXIT.
018000     MOVE LOW-VALUES TO PROG23MO.
018100     PERFORM 7100-SHOW-HEADING THRU 7100-EXIT.
018200     EVALUATE WS-IN-ACTION
018300         WHEN 'I'
018400             PERFORM 3100-INQUIRE THRU 3100-EXIT
018500         WHEN 'O'
018600             PERFORM 3200-OPEN THRU 3200-EXIT
018700         WHEN 'C'
018800             PERFORM 3300-CLOSE THRU 3300-EXIT
018900         WHEN OTHER
019000             MOVE 'ACTION MUST BE O, C, I OR X' TO MSGLNO
019100     END-EVALUATE.
019200     PERFORM 8000-SEND-RECEIVE THRU 8000-EXIT.
019300 2000-EXIT.
019400     EXIT.
019500
019600*----------------------------------------------------------------
019700* 3100-INQUIRE
019800*     READS TODAY'S DRAWER AND SHOWS WHAT IS ON FILE.
019900*----------------------------------------------------------------
020000 3100-INQUIRE.
020100     EXEC CICS READ
020200          FILE('DRAWERF')
020300          INTO(DRAWER-RECORD)
020400          RIDFLD(WS-DRAWER-KEY)
020500          RESP(WS-DRW-RESP)
020600     END-EXEC.
020700     IF WS-DRW-RESP = DFHRESP(NOTFND)
020800         MOVE 'NO DRAWER OPENED TODAY' TO MSGLNO
020900         GO TO 3100-EXIT.
021000     IF WS-DRW-RESP NOT = DFHRESP(NORMAL)
021100         MOVE 'DRAWER FILE ERROR' TO MSGLNO
021200         GO TO 3100-EXIT.
021300     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
021400     MOVE 'DRAWER DISPLAYED' TO MSGLNO.
021500 3100-EXIT.
021600     EXIT.
021700
021800*----------------------------------------------------------------
021900* 3200-OPEN
022000*     RECORDS THE OPENING DRAWER AMOUNT.  THE AMOUNT MUST BE
022100*     KEYED (ZERO IS A VALID - EMPTY - DRAWER, BUT IT HAS TO BE
022200*     KEYED AS ZEROS).  THE WRITE ITSELF REFUSES A SECOND OPEN
022300*     FOR THE SAME DAY.
022400*----------------------------------------------------------------
022500 3200-OPEN.
022600     IF WS-IN-AMT-X NOT NUMERIC
022700         MOVE 'OPENING AMOUNT REQUIRED (DIGITS ONLY, 2 DECIMALS)'
022800             TO MSGLNO
022900         GO TO 3200-EXIT.
023000     MOVE SPACES TO WS-BRANCH.
023100     EXEC CICS READ
023200          FILE('TELLERF')
023300          INTO(TLR-RECORD)
023400          RIDFLD(WS-OPER-ID)
023500          RESP(WS-TLR-RESP)
023600     END-EXEC.
023700     IF WS-TLR-RESP = DFHRESP(NORMAL)
023800         MOVE TLR-BRANCH TO WS-BRANCH
023900     END-IF.
024000     PERFORM 6000-SET-TIME THRU 6000-EXIT.
024100     MOVE SPACES           TO DRAWER-RECORD.
024200     MOVE WS-OPER-ID       TO DRW-USER-ID.
024300     MOVE WS-TODAY-DATE    TO DRW-BUS-DATE.
024400     SET DRW-OPEN          TO TRUE.
024500     MOVE WS-BRANCH        TO DRW-BRANCH.
024600     MOVE WS-IN-AMT        TO DRW-OPEN-AMT.
024700     MOVE WS-NOW-TIME      TO DRW-OPEN-TIME.
024800     MOVE EIBTRMID         TO DRW-OPEN-TERM-ID.
024900     MOVE ZERO             TO DRW-CLOSE-AMT.
025000     EXEC CICS WRITE
025100          FILE('DRAWERF')
025200          FROM(DRAWER-RECORD)
025300          RIDFLD(DRAWER-KEY)
025400          RESP(WS-DRW-RESP)
025500     END-EXEC.
025600     IF WS-DRW-RESP = DFHRESP(DUPREC)
025700         MOVE 'DRAWER ALREADY OPENED TODAY' TO MSGLNO
025800         GO TO 3200-EXIT.
025900     IF WS-DRW-RESP NOT = DFHRESP(NORMAL)
026000         MOVE 'DRAWER FILE ERROR - NOT OPENED' TO MSGLNO
026100         GO TO 3200-EXIT.
026200     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
026300     MOVE 'DRAWER OPENED' TO MSGLNO.
026400 3200-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------------
026800* 3300-CLOSE
026900*     RECORDS THE COUNTED CLOSING AMOUNT AGAINST TODAY'S OPEN
027000*     DRAWER.  THE AMOUNT IS EDITED BEFORE THE READ, SO NO LOCK
027100*     IS TAKEN JUST TO BAIL.  A DRAWER NEVER OPENED, OR ALREADY
027200*     CLOSED, IS REFUSED.
027300*----------------------------------------------------------------
027400 3300-CLOSE.
027500     IF WS-IN-AMT-X NOT NUMERIC
027600         MOVE 'COUNTED AMOUNT REQUIRED (DIGITS ONLY, 2 DECIMALS)'
027700             TO MSGLNO
027800         GO TO 3300-EXIT.
027900     EXEC CICS READ
028000          FILE('DRAWERF')
028100          INTO(DRAWER-RECORD)
028200          RIDFLD(WS-DRAWER-KEY)
028300          UPDATE
028400          RESP(WS-DRW-RESP)
028500     END-EXEC.
028600     IF WS-DRW-RESP = DFHRESP(NOTFND)
028700         MOVE 'NO DRAWER OPENED TODAY - OPEN IT FIRST' TO MSGLNO
028800         GO TO 3300-EXIT.
028900     IF WS-DRW-RESP NOT = DFHRESP(NORMAL)
029000         MOVE 'DRAWER FILE ERROR' TO MSGLNO
029100         GO TO 3300-EXIT.
029200     IF DRW-CLOSED
029300         EXEC CICS UNLOCK
029400              FILE('DRAWERF')
029500         END-EXEC
029600         PERFORM 7000-SHOW-RECORD THRU 7000-EXIT
029700         MOVE 'DRAWER ALREADY CLOSED TODAY - SEE YOUR SUPERVISOR'
029800             TO MSGLNO
029900         GO TO 3300-EXIT.
030000     PERFORM 6000-SET-TIME THRU 6000-EXIT.
030100     SET DRW-CLOSED        TO TRUE.
030200     MOVE WS-IN-AMT        TO DRW-CLOSE-AMT.
030300     MOVE WS-NOW-TIME      TO DRW-CLOSE-TIME.
030400     MOVE EIBTRMID         TO DRW-CLOSE-TERM-ID.
030500     EXEC CICS REWRITE
030600          FILE('DRAWERF')
030700          FROM(DRAWER-RECORD)
030800          RESP(WS-DRW-RESP)
030900     END-EXEC.
031000     IF WS-DRW-RESP NOT = DFHRESP(NORMAL)
031100         MOVE 'DRAWER FILE ERROR - NOT CLOSED' TO MSGLNO
031200         GO TO 3300-EXIT.
031300     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
031400     MOVE 'DRAWER CLOSED - COUNT RECORDED' TO MSGLNO.
031500 3300-EXIT.
031600     EXIT.
031700
031800*----------------------------------------------------------------
031900* 6000-SET-TIME
032000*     CURRENT TIME (HHMMSS) FOR THE OPEN/CLOSE STAMP.
032100*----------------------------------------------------------------
032200 6000-SET-TIME.
032300     EXEC CICS ASKTIME
032400          ABSTIME(WS-ABSTIME)
032500     END-EXEC.
032600     EXEC CICS FORMATTIME
032700          ABSTIME(WS-ABSTIME)
032800          TIME(WS-NOW-TIME)
032900     END-EXEC.
033000 6000-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------------
033400* 7000-SHOW-RECORD
033500*     ECHOES THE DRAWER IN DRAWER-RECORD BACK TO THE SCREEN.
033600*     THE CLOSING FIELDS STAY BLANK UNTIL THE DRAWER IS CLOSED.
033700*----------------------------------------------------------------
033800 7000-SHOW-RECORD.
033900     PERFORM 7100-SHOW-HEADING THRU 7100-EXIT.
034000     MOVE DRW-BRANCH         TO BRNCHO.
034100     IF DRW-CLOSED
034200         MOVE 'CLOSED'       TO STATFO
034300     ELSE
034400         MOVE 'OPEN'         TO STATFO
034500     END-IF.
034600     MOVE DRW-OPEN-AMT       TO WS-AMT-DISP.
034700     MOVE WS-AMT-DISP        TO OPAMTO.
034800     MOVE DRW-OPEN-TIME      TO OPTIMO.
034900     MOVE DRW-OPEN-TERM-ID   TO OPTRMO.
035000     IF DRW-CLOSED
035100         MOVE DRW-CLOSE-AMT      TO WS-AMT-DISP
035200         MOVE WS-AMT-DISP        TO CLAMTO
035300         MOVE DRW-CLOSE-TIME     TO CLTIMO
035400         MOVE DRW-CLOSE-TERM-ID  TO CLTRMO
035500     END-IF.
035600 7000-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------------
036000* 7100-SHOW-HEADING
036100*     THE TELLER AND DATE THE SCREEN IS ALWAYS ABOUT.
036200*----------------------------------------------------------------
036300 7100-SHOW-HEADING.
036400     MOVE WS-OPER-ID         TO TLRIDO.
036500     MOVE WS-TODAY-DATE      TO BDATEO.
036600 7100-EXIT.
036700     EXIT.
036800
036900*----------------------------------------------------------------
037000* 8000-SEND-RECEIVE
037100*     PUTS THE RESULT UP AND TAKES THE TELLER'S NEXT INPUT.
037200*     MAPFAIL (E.G. CLEAR) ENDS THE CONVERSATION CLEANLY.
037300*----------------------------------------------------------------
037400 8000-SEND-RECEIVE.
037500     EXEC CICS SEND MAP('PROG23M')
037600          MAPSET('PROG23S')
037700          DATAONLY
037800     END-EXEC.
037900     EXEC CICS RECEIVE MAP('PROG23M')
038000          MAPSET('PROG23S')
038100          INTO(PROG23MI)
038200          RESP(WS-MAP-RESP)
038300     END-EXEC.
038400     IF WS-MAP-RESP = DFHRESP(MAPFAIL)
038500         SET WS-EXIT-TIME TO TRUE
038600     END-IF.
038700 8000-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------------
039100* 9999-RETURN-NORMAL
039200*     NORMAL END OF TASK.
039300*----------------------------------------------------------------
039400 9999-RETURN-NORMAL.
039500     EXEC CICS RETURN END-EXEC.
039600 9999-EXIT.
039700     EXIT.
