000100*================================================================
000200* PROGRAM-ID.  PROG24
000300* AUTHOR.      J. MARTINEZ - ONLINE SYSTEMS GROUP
000400* INSTALLATION. DALLAS DATA CENTER
000500* DATE-WRITTEN. 2026-10-15
000600*
000700* PURPOSE.
000800*     NIGHTLY TELLER CASH DRAWER SETTLEMENT.  WORKS OUT WHAT
000900*     EACH TELLER'S DRAWER SHOULD HOLD AT CLOSE FROM THE DAY'S
001000*     APPROVED CASH ACTIVITY ON AUDITF, COMPARES IT WITH THE
001100*     AMOUNT THE TELLER COUNTED AND KEYED ON THE PROG23 SCREEN
001200*     (DRAWERF - SEE DRAWREC), AND PRINTS THE OVER/SHORT BY
001300*     TELLER WITH A TOTAL FOR EACH BRANCH AND FOR THE BANK.
001400*
001500*     THE DRAWER IS CHARGED TO THE TELLER WHO WAS SIGNED ON AT
001600*     THE TERMINAL (AUD-TELLER-ID), NOT THE USERID THAT
001700*     AUTHORIZED THE TRANSACTION (AUD-OPER-ID) - ON A
001800*     SUPERVISOR OVERRIDE (SEE PROG1'S 3500-CHECK-LIMIT) THE
001900*     CASH STILL CROSSED THE TELLER'S COUNTER.  WHERE THE TWO
002000*     DIFFER THE DOLLARS ARE ALSO BROKEN OUT ON A SECOND LINE
002100*     UNDER THE TELLER AS SUPERVISOR-APPROVED, SO BRANCH
002200*     OPERATIONS CAN SEE HOW MUCH OF THE DRAWER RODE ON AN
002300*     OVERRIDE.
002400*
002500*     CASH IN IS 'DEP', 'OPN' (THE OPENING DEPOSIT) AND A
002600*     'REV' OF A WITHDRAWAL; CASH OUT IS 'WDL', THE BALANCE
002610*     PAID OUT AT A 'CLS' AND A 'REV' OF A DEPOSIT.  (THE
002620*     CLOSING FEE TAKEN AT A CLOSE IS ITS OWN 'FEE' RECORD WITH
002630*     NO TELLER - NOT CASH.)  ONLY APPROVED OUTCOMES COUNT
002700*     (NORMAL CICS RESP AND PROG2 RESP CODE '0000'), THE SAME
002800*     SELECTION AS PROG11.  A PROG4 OR PROG12 REPLAY OF A
002900*     TELLER'S CHECKPOINTED TRANSACTION CARRIES THAT TELLER
002910*     (COM-TELLER-ID) AND SETTLES TO THE TELLER'S DRAWER.  TRAIL
002920*     RECORDS WITH NO TELLER - BATCH POSTINGS, PENDING RELEASES,
002930*     MQ - NEVER TOUCHED A DRAWER AND ARE PASSED OVER.
003100*
003200*         EXPECTED   = OPENING + CASH IN - CASH OUT
003300*         OVER/SHORT = COUNTED - EXPECTED
003400*
003500*     A TELLER WITH CASH ACTIVITY BUT NO DRAWER OPENED, OR A
003600*     DRAWER OPENED BUT NEVER CLOSED, PRINTS WITH A NOTE
003700*     INSTEAD OF AN OVER/SHORT AND LEAVES RC=4.  SUCH A
003800*     TELLER'S BRANCH IS TAKEN FROM THE TELLERF PROFILE.
003900*
004000*     RUNS AS STEP012 OF THE PROG5X CLOSE-OF-BUSINESS WINDOW,
004100*     AFTER PROG3'S RECONCILIATION REPORT.  READ ONLY.
004200*
004300* INPUT.
004400*     SYSIN    - ONE CARD, THE RUN DATE (CCYYMMDD) TO SETTLE.
004500*                IF BLANK, RESOLVES TO THE LAST BUSINESS DAY.
004600*     AUDITF   - THE VSAM AUDIT TRAIL FILE, READ SEQUENTIALLY.
004700*     DRAWERF  - THE VSAM TELLER DRAWER FILE, READ SEQUENTIALLY.
004800*     TELLERF  - THE VSAM TELLER PROFILE FILE, READ FOR THE
004900*                BRANCH OF A TELLER WITH NO DRAWER ON FILE.
005000*     CALENDF  - THE BUSINESS CALENDAR.
005100* OUTPUT.
005200*     RPTOUT   - THE PRINTED DRAWER SETTLEMENT REPORT.
005300*
005400* MAINTENANCE HISTORY.
005500* DATE       INIT  DESCRIPTION
005600* 2026-10-15 JXM   INITIAL VERSION.
005610* 2026-10-15 JXM   THE BALANCE PAID OUT AT A 'CLS' IS CASH OUT.
005620* 2026-10-15 JXM   HEADER - A PROG4/PROG12 REPLAY NOW CARRIES ITS
005630*                  TELLER AND SETTLES TO THAT DRAWER.
005700*================================================================
005800 IDENTIFICATION DIVISION.
005900 PROGRAM-ID. PROG24.
006000 AUTHOR. J. MARTINEZ.
006100 INSTALLATION. DALLAS DATA CENTER.
006200 DATE-WRITTEN. 2026-10-15.
006300 DATE-COMPILED.
006400
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT AUDIT-FILE ASSIGN TO AUDITF
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS AUDIT-KEY
007200         FILE STATUS IS WS-AUDIT-STATUS.
007300     SELECT DRAWER-FILE ASSIGN TO DRAWERF
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS SEQUENTIAL
007600         RECORD KEY IS DRAWER-KEY
007700         FILE STATUS IS WS-DRAWER-STATUS.
007800     SELECT TELLER-FILE ASSIGN TO TELLERF
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS TLR-KEY
008200         FILE STATUS IS WS-TLR-STATUS.
008300     SELECT PARM-FILE ASSIGN TO SYSIN
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-PARM-STATUS.
008600     SELECT CALEND-FILE ASSIGN TO CALENDF
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS RANDOM
008900         RECORD KEY IS CAL-KEY
009000         FILE STATUS IS WS-CAL-STATUS.
009100     SELECT RPT-FILE ASSIGN TO RPTOUT
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-RPT-STATUS.
009400
009500 DATA DIVISION.
009600 FILE SECTION.
009700*----------------------------------------------------------------
009800* AUDITF - SAME RECORD LAYOUT PROG1 WRITES.
009900*----------------------------------------------------------------
010000 FD  AUDIT-FILE.
010100 COPY AUDITREC.
010200
010300*----------------------------------------------------------------
010400* DRAWERF - ONE RECORD PER TELLER PER DAY, WRITTEN BY PROG23.
010500*----------------------------------------------------------------
010600 FD  DRAWER-FILE.
010700 COPY DRAWREC.
010800
010900*----------------------------------------------------------------
011000* TELLERF - THE TELLER PROFILE, FOR ITS BRANCH.
011100*----------------------------------------------------------------
011200 FD  TELLER-FILE.
011300 COPY TELLREC.
011400
011500*----------------------------------------------------------------
011600* SYSIN PARAMETER CARD - JUST THE RUN DATE.
011700*----------------------------------------------------------------
011800 FD  PARM-FILE.
011900 01  PARM-RECORD.
012000    05  PARM-RUN-DATE           PIC X(08).
012100    05  FILLER                  PIC X(72).
012200
012300*----------------------------------------------------------------
012400* CALENDF - READ ONCE TO RESOLVE A BLANK RUN DATE TO THE LAST
012500* BUSINESS DAY.
012600*----------------------------------------------------------------
012700 FD  CALEND-FILE.
012800 COPY CALREC.
012900
013000*----------------------------------------------------------------
013100* PRINTED SETTLEMENT REPORT.
013200*----------------------------------------------------------------
013300 FD  RPT-FILE.
013400 01  RPT-RECORD              PIC X(132).
013500
013600 WORKING-STORAGE SECTION.
013700*----------------------------------------------------------------
013800* FILE STATUS / SWITCHES.
013900*----------------------------------------------------------------
014000 01  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
014100    88  AUDIT-STATUS-OK              VALUE '00'.
014200 01  WS-DRAWER-STATUS         PIC X(02) VALUE '00'.
014300    88  DRAWER-STATUS-OK             VALUE '00'.
014400 01  WS-TLR-STATUS            PIC X(02) VALUE '00'.
014500    88  TLR-STATUS-OK                VALUE '00'.
014600    88  TLR-STATUS-NOTFND            VALUE '23'.
014700 01  WS-PARM-STATUS           PIC X(02) VALUE '00'.
014800    88  PARM-STATUS-OK               VALUE '00'.
014900 01  WS-CAL-STATUS            PIC X(02) VALUE '00'.
015000    88  CAL-STATUS-OK                VALUE '00'.
015100 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
015200    88  RPT-STATUS-OK                VALUE '00'.
015300 01  WS-EOF-SW                PIC X(01) VALUE 'N'.
015400    88  END-OF-AUDIT-FILE             VALUE 'Y'.
015500 01  WS-DRW-EOF-SW            PIC X(01) VALUE 'N'.
015600    88  END-OF-DRAWER-FILE            VALUE 'Y'.
015700
015800*----------------------------------------------------------------
015900* RUN DATE - FROM SYSIN, OR THE LAST BUSINESS DAY IF NO CARD.
016000*----------------------------------------------------------------
016100 01  WS-RUN-DATE              PIC X(08).
016200
016300*----------------------------------------------------------------
016400* TELLER TABLE - ONE ENTRY PER TELLER WITH CASH ACTIVITY OR A
016500* DRAWER ON THE RUN DATE, BUILT UP AS AUDITF AND THEN DRAWERF
016600* ARE READ (SAME SHAPE AS PROG11'S POSTING SUMMARY).  A TELLER
016700* PAST THE OCCURS LIMIT IS COUNTED AND FLAGGED SO THE REPORT IS
016800* KNOWN INCOMPLETE.
016900*----------------------------------------------------------------
017000 01  WS-TLR-COUNT             PIC 9(03) COMP-3 VALUE 0.
017100 01  WS-TLR-TABLE.
017200    05  WS-TLR-ENTRY OCCURS 0 TO 500 TIMES
017300         DEPENDING ON WS-TLR-COUNT
017400         INDEXED BY WS-TLR-IDX.
017500        10  WS-TL-USER              PIC X(08).
017600        10  WS-TL-BRANCH            PIC X(04).
017700        10  WS-TL-DRW-SW            PIC X(01).
017800            88  WS-TL-NO-DRAWER         VALUE 'N'.
017900            88  WS-TL-DRW-OPEN          VALUE 'O'.
018000            88  WS-TL-DRW-CLOSED        VALUE 'C'.
018100        10  WS-TL-OPEN-AMT          PIC S9(11)V99 COMP-3.
018200        10  WS-TL-CLOSE-AMT         PIC S9(11)V99 COMP-3.
018300        10  WS-TL-IN-AMT            PIC S9(11)V99 COMP-3.
018400        10  WS-TL-OUT-AMT           PIC S9(11)V99 COMP-3.
018500        10  WS-TL-SUPV-IN-AMT       PIC S9(11)V99 COMP-3.
018600        10  WS-TL-SUPV-OUT-AMT      PIC S9(11)V99 COMP-3.
018700        10  WS-TL-SUPV-COUNT        PIC 9(05) COMP-3.
018800 01  WS-TLR-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
018900    88  WS-TLR-TABLE-FULL        VALUE 'Y'.
019000 01  WS-TLR-FOUND-SW          PIC X(01) VALUE 'N'.
019100    88  WS-TLR-FOUND             VALUE 'Y'.
019200
019300*----------------------------------------------------------------
019400* BRANCH TABLE - THE DISTINCT BRANCHES IN THE TELLER TABLE, KEPT
019500* IN BRANCH ORDER AS THEY ARE ADDED SO THE REPORT PRINTS IN
019600* BRANCH ORDER.  A BLANK BRANCH (NO PROFILE BRANCH) SORTS FIRST.
019700*----------------------------------------------------------------
019800 01  WS-BR-COUNT              PIC 9(03) COMP-3 VALUE 0.
019900 01  WS-BR-TABLE.
020000    05  WS-BR-ENTRY OCCURS 0 TO 500 TIMES
020100         DEPENDING ON WS-BR-COUNT
020200         INDEXED BY WS-BR-IDX.
020300        10  WS-BR-BRANCH            PIC X(04).
020400 01  WS-BR-SUB                PIC 9(03) COMP-3.
020500 01  WS-BR-INS                PIC 9(03) COMP-3.
020600 01  WS-CUR-BRANCH            PIC X(04).
020700
020800*----------------------------------------------------------------
020900* THE TELLER AND CASH DIRECTION THE CURRENT TRAIL RECORD IS
021000* TALLIED UNDER.
021100*----------------------------------------------------------------
021200 01  WS-FIND-USER             PIC X(08).
021300 01  WS-CASH-DIR              PIC X(01).
021400    88  WS-CASH-IN               VALUE 'I'.
021500    88  WS-CASH-OUT              VALUE 'O'.
021600    88  WS-CASH-NONE             VALUE 'N'.
021700
021800*----------------------------------------------------------------
021900* ONE LINE'S FIGURES - A TELLER'S, OR A BRANCH OR GRAND TOTAL -
022000* AND THE TOTALS THEY ROLL INTO.
022100*----------------------------------------------------------------
022200 01  WS-LINE-AMTS.
022300    05  WS-LN-OPEN             PIC S9(11)V99 COMP-3.
022400    05  WS-LN-IN               PIC S9(11)V99 COMP-3.
022500    05  WS-LN-OUT              PIC S9(11)V99 COMP-3.
022600    05  WS-LN-EXPECTED         PIC S9(11)V99 COMP-3.
022700    05  WS-LN-COUNTED          PIC S9(11)V99 COMP-3.
022800    05  WS-LN-OVER-SHORT       PIC S9(11)V99 COMP-3.
022900    05  WS-LN-SUPV-IN          PIC S9(11)V99 COMP-3.
023000    05  WS-LN-SUPV-OUT         PIC S9(11)V99 COMP-3.
023100    05  WS-LN-SUPV-COUNT       PIC 9(05) COMP-3.
023200 01  WS-BRANCH-TOTALS.
023300    05  WS-BT-OPEN             PIC S9(11)V99 COMP-3.
023400    05  WS-BT-IN               PIC S9(11)V99 COMP-3.
023500    05  WS-BT-OUT              PIC S9(11)V99 COMP-3.
023600    05  WS-BT-EXPECTED         PIC S9(11)V99 COMP-3.
023700    05  WS-BT-COUNTED          PIC S9(11)V99 COMP-3.
023800    05  WS-BT-OVER-SHORT       PIC S9(11)V99 COMP-3.
023900    05  WS-BT-SUPV-IN          PIC S9(11)V99 COMP-3.
024000    05  WS-BT-SUPV-OUT         PIC S9(11)V99 COMP-3.
024100    05  WS-BT-SUPV-COUNT       PIC 9(05) COMP-3.
024200 01  WS-GRAND-TOTALS.
024300    05  WS-GT-OPEN             PIC S9(11)V99 COMP-3 VALUE 0.
024400    05  WS-GT-IN               PIC S9(11)V99 COMP-3 VALUE 0.
024500    05  WS-GT-OUT              PIC S9(11)V99 COMP-3 VALUE 0.
024600    05  WS-GT-EXPECTED         PIC S9(11)V99 COMP-3 VALUE 0.
024700    05  WS-GT-COUNTED          PIC S9(11)V99 COMP-3 VALUE 0.
024800    05  WS-GT-OVER-SHORT       PIC S9(11)V99 COMP-3 VALUE 0.
024900    05  WS-GT-SUPV-IN          PIC S9(11)V99 COMP-3 VALUE 0.
025000    05  WS-GT-SUPV-OUT         PIC S9(11)V99 COMP-3 VALUE 0.
025100    05  WS-GT-SUPV-COUNT       PIC 9(05) COMP-3 VALUE 0.
025200
025300*----------------------------------------------------------------
025400* RUNNING COUNTS FOR THE REPORT AND CONSOLE.
025500*----------------------------------------------------------------
025600 01  WS-CASH-COUNT            PIC 9(07) COMP-3 VALUE 0.
025700 01  WS-SETTLED-COUNT         PIC 9(07) COMP-3 VALUE 0.
025800 01  WS-OUT-OF-BAL-COUNT      PIC 9(07) COMP-3 VALUE 0.
025900 01  WS-NO-DRAWER-COUNT       PIC 9(07) COMP-3 VALUE 0.
026000 01  WS-NOT-CLOSED-COUNT      PIC 9(07) COMP-3 VALUE 0.
026100 01  WS-UNTALLIED-COUNT       PIC 9(07) COMP-3 VALUE 0.
026200 01  WS-COUNT-DISP            PIC ZZZ,ZZ9.
026300 01  WS-AMT-DISP              PIC -ZZ,ZZZ,ZZ9.99.
026400 01  WS-AMT-DISP-2            PIC -ZZ,ZZZ,ZZ9.99.
026500 01  WS-CONSOLE-MSG           PIC X(70).
026600
026700*----------------------------------------------------------------
026800* PRINT LINE WORK AREAS.  THE LITERAL FILLERS IN THE DETAIL LINE
026900* ARE NEVER OVERWRITTEN, SO IT IS BUILT BY MOVING THE DATA
027000* FIELDS ALONE.  THE SAME DETAIL LINE CARRIES A TELLER, A
027100* BRANCH TOTAL OR THE GRAND TOTAL.
027200*----------------------------------------------------------------
027300 01  WS-PRINT-LINE            PIC X(132).
027400 01  WS-COL-HDG.
027500    05  FILLER                PIC X(10) VALUE '  TELLER'.
027600    05  FILLER                PIC X(15) VALUE '        OPENING'.
027700    05  FILLER                PIC X(15) VALUE '        CASH IN'.
027800    05  FILLER                PIC X(15) VALUE '       CASH OUT'.
027900    05  FILLER                PIC X(16) VALUE '        EXPECTED'.
028000    05  FILLER                PIC X(15) VALUE '        COUNTED'.
028100    05  FILLER                PIC X(16) VALUE '      OVER/SHORT'.
028200    05  FILLER                PIC X(30) VALUE '  NOTE'.
028300 01  WS-DTL-LINE.
028400    05  FILLER                PIC X(02) VALUE SPACES.
028500    05  WS-DL-TELLER          PIC X(08).
028600    05  FILLER                PIC X(02) VALUE SPACES.
028700    05  WS-DL-OPEN            PIC ZZ,ZZZ,ZZ9.99.
028800    05  FILLER                PIC X(02) VALUE SPACES.
028900    05  WS-DL-IN              PIC ZZ,ZZZ,ZZ9.99.
029000    05  FILLER                PIC X(02) VALUE SPACES.
029100    05  WS-DL-OUT             PIC ZZ,ZZZ,ZZ9.99.
029200    05  FILLER                PIC X(02) VALUE SPACES.
029300    05  WS-DL-EXPECTED        PIC -ZZ,ZZZ,ZZ9.99.
029400    05  FILLER                PIC X(02) VALUE SPACES.
029500    05  WS-DL-COUNTED         PIC ZZ,ZZZ,ZZ9.99.
029600    05  WS-DL-COUNTED-X REDEFINES WS-DL-COUNTED
029700                              PIC X(13).
029800    05  FILLER                PIC X(02) VALUE SPACES.
029900    05  WS-DL-OVER-SHORT      PIC -ZZ,ZZZ,ZZ9.99.
030000    05  WS-DL-OVER-SHORT-X REDEFINES WS-DL-OVER-SHORT
030100                              PIC X(14).
030200    05  FILLER                PIC X(02) VALUE SPACES.
030300    05  WS-DL-NOTE            PIC X(12).
030400    05  FILLER                PIC X(16) VALUE SPACES.
030500
030600 PROCEDURE DIVISION.
030700*----------------------------------------------------------------
030800* 0000-MAIN-PARA
030900*     MAINLINE - TALLIES THE DAY'S CASH ACTIVITY OFF AUDITF,
031000*     MERGES IN THE DAY'S DRAWERS, GROUPS THE TELLERS BY BRANCH,
031100*     THEN PRINTS EACH BRANCH AND THE GRAND TOTAL.
031200*----------------------------------------------------------------
031300 0000-MAIN-PARA.
031400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031500     PERFORM 3000-PROCESS-AUDIT THRU 3000-EXIT
031600         UNTIL END-OF-AUDIT-FILE.
031700     PERFORM 2100-READ-DRAWER THRU 2100-EXIT.
031800     PERFORM 4000-PROCESS-DRAWER THRU 4000-EXIT
031900         UNTIL END-OF-DRAWER-FILE.
032000     PERFORM 5000-COLLECT-BRANCH THRU 5000-EXIT
032100         VARYING WS-TLR-IDX FROM 1 BY 1
032200         UNTIL WS-TLR-IDX > WS-TLR-COUNT.
032300     PERFORM 6000-PRINT-BRANCH THRU 6000-EXIT
032400         VARYING WS-BR-IDX FROM 1 BY 1
032500         UNTIL WS-BR-IDX > WS-BR-COUNT.
032600     PERFORM 8000-PRINT-GRAND-TOTAL THRU 8000-EXIT.
032700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032800     STOP RUN.
032900
033000*----------------------------------------------------------------
033100* 1000-INITIALIZE
033200*     OPENS THE FILES, ESTABLISHES THE RUN DATE, PRINTS THE
033300*     HEADINGS AND DOES THE PRIMING READ OF AUDITF.  A BAD OPEN
033400*     STATUS ON ANY FILE ABENDS THE RUN RATHER THAN CARRYING ON
033500*     AGAINST A FILE THAT NEVER ACTUALLY OPENED.
033600*----------------------------------------------------------------
033700 1000-INITIALIZE.
033800     OPEN INPUT  AUDIT-FILE
033900          DRAWER-FILE
034000          TELLER-FILE
034100          PARM-FILE
034200          CALEND-FILE.
034300     IF NOT AUDIT-STATUS-OK
034400         DISPLAY 'PROG24 AUDITF OPEN FAILED STATUS='
034500             WS-AUDIT-STATUS
034600         MOVE 16 TO RETURN-CODE
034700         STOP RUN
034800     END-IF.
034900     IF NOT DRAWER-STATUS-OK
035000         DISPLAY 'PROG24 DRAWERF OPEN FAILED STATUS='
035100             WS-DRAWER-STATUS
035200         MOVE 16 TO RETURN-CODE
035300         STOP RUN
035400     END-IF.
035500     IF NOT TLR-STATUS-OK
035600         DISPLAY 'PROG24 TELLERF OPEN FAILED STATUS='
035700             WS-TLR-STATUS
035800         MOVE 16 TO RETURN-CODE
035900         STOP RUN
036000     END-IF.
036100     IF NOT PARM-STATUS-OK
036200         DISPLAY 'PROG24 PARMFILE OPEN FAILED STATUS='
036300             WS-PARM-STATUS
036400         MOVE 16 TO RETURN-CODE
036500         STOP RUN
036600     END-IF.
036700     IF NOT CAL-STATUS-OK
036800         DISPLAY 'PROG24 CALENDF OPEN FAILED STATUS='
036900             WS-CAL-STATUS
037000         MOVE 16 TO RETURN-CODE
037100         STOP RUN
037200     END-IF.
037300     OPEN OUTPUT RPT-FILE.
037400     IF NOT RPT-STATUS-OK
037500         DISPLAY 'PROG24 RPTOUT OPEN FAILED STATUS='
037600             WS-RPT-STATUS
037700         MOVE 16 TO RETURN-CODE
037800         STOP RUN
037900     END-IF.
038000     READ PARM-FILE
038100         AT END MOVE SPACES TO PARM-RECORD
038200     END-READ.
038300     IF PARM-RUN-DATE = SPACES OR LOW-VALUES
038400         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
038500         PERFORM 1100-RESOLVE-BUS-DATE THRU 1100-EXIT
038600     ELSE
038700         MOVE PARM-RUN-DATE TO WS-RUN-DATE
038800     END-IF.
038900     CLOSE PARM-FILE
039000          CALEND-FILE.
039100     PERFORM 1200-PRINT-HEADINGS THRU 1200-EXIT.
039200     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
039300 1000-EXIT.
039400     EXIT.
039500
039600*----------------------------------------------------------------
039700* 1100-RESOLVE-BUS-DATE
039800*     A BLANK SYSIN CARD MEANS THE LAST BUSINESS DAY, SO A
039900*     WINDOW RUN IN THE SMALL HOURS OF A SATURDAY OR HOLIDAY
040000*     SETTLES THE RIGHT BUSINESS DATE.  A DATE THE CALENDAR
040100*     DOES NOT COVER STANDS AS IS.
040200*----------------------------------------------------------------
040300 1100-RESOLVE-BUS-DATE.
040400     MOVE WS-RUN-DATE TO CAL-DATE.
040500     READ CALEND-FILE.
040600     IF CAL-STATUS-OK
040700      AND NOT CAL-BUSINESS-DAY
040800      AND CAL-LAST-BUS-DATE NUMERIC
040900         MOVE CAL-LAST-BUS-DATE TO WS-RUN-DATE
041000     END-IF.
041100 1100-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------------
041500* 1200-PRINT-HEADINGS
041600*     THE REPORT TITLE AND THE COLUMN HEADINGS.
041700*----------------------------------------------------------------
041800 1200-PRINT-HEADINGS.
041900     MOVE SPACES TO WS-PRINT-LINE.
042000     STRING 'PROG24  TELLER CASH DRAWER SETTLEMENT'
042100             DELIMITED BY SIZE
042200         '  BUSINESS DATE: ' DELIMITED BY SIZE
042300         WS-RUN-DATE DELIMITED BY SIZE
042400         INTO WS-PRINT-LINE
042500     END-STRING.
042600     WRITE RPT-RECORD FROM WS-PRINT-LINE.
042700     MOVE SPACES TO WS-PRINT-LINE.
042800     STRING '  EXPECTED = OPENING + CASH IN - CASH OUT.  '
042900             DELIMITED BY SIZE
043000         'OVER/SHORT = COUNTED - EXPECTED.' DELIMITED BY SIZE
043100         INTO WS-PRINT-LINE
043200     END-STRING.
043300     WRITE RPT-RECORD FROM WS-PRINT-LINE.
043400     MOVE SPACES TO WS-PRINT-LINE.
043500     WRITE RPT-RECORD FROM WS-PRINT-LINE.
043600     WRITE RPT-RECORD FROM WS-COL-HDG.
043700     MOVE SPACES TO WS-PRINT-LINE.
043800     WRITE RPT-RECORD FROM WS-PRINT-LINE.
043900 1200-EXIT.
044000     EXIT.
044100
044200*----------------------------------------------------------------
044300* 2000-READ-AUDIT
044400*     READS THE NEXT AUDITF RECORD AND SETS THE EOF SWITCH.
044500*----------------------------------------------------------------
044600 2000-READ-AUDIT.
044700     READ AUDIT-FILE NEXT RECORD
044800         AT END MOVE 'Y' TO WS-EOF-SW
044900     END-READ.
045000 2000-EXIT.
045100     EXIT.
045200
045300*----------------------------------------------------------------
045400* 2100-READ-DRAWER
045500*     READS THE NEXT DRAWERF RECORD AND SETS THE EOF SWITCH.
045600*----------------------------------------------------------------
045700 2100-READ-DRAWER.
045800     READ DRAWER-FILE NEXT RECORD
045900         AT END MOVE 'Y' TO WS-DRW-EOF-SW
046000     END-READ.
046100 2100-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------------
046500* 3000-PROCESS-AUDIT
046600*     TALLIES ONE AUDITF RECORD IF IT IS THE RUN DATE'S, AN
046700*     APPROVED BUSINESS OUTCOME, CAME FROM A SIGNED-ON TELLER
046800*     AND MOVED CASH ACROSS THE COUNTER.
046900*----------------------------------------------------------------
047000 3000-PROCESS-AUDIT.
047100     IF AUD-DATE NOT = WS-RUN-DATE
047200      OR NOT AUD-RESP-NORMAL
047300      OR AUD-RESP-CODE NOT = '0000'
047400      OR AUD-TELLER-ID = SPACES OR LOW-VALUES
047500         GO TO 3000-NEXT.
047600     SET WS-CASH-NONE TO TRUE.
047700     EVALUATE AUD-FIELD
047800         WHEN 'DEP'
047900         WHEN 'OPN'
048000             SET WS-CASH-IN TO TRUE
048100         WHEN 'WDL'
048200             SET WS-CASH-OUT TO TRUE
048210         WHEN 'CLS'
048220             IF AUD-TRAN-AMT NOT = ZERO
048230                 SET WS-CASH-OUT TO TRUE
048240             END-IF
048300         WHEN 'REV'
048400             EVALUATE AUD-REV-FUNC
048500                 WHEN 'WDL'
048600                     SET WS-CASH-IN TO TRUE
048700                 WHEN 'DEP'
048800                     SET WS-CASH-OUT TO TRUE
048900             END-EVALUATE
049000     END-EVALUATE.
049100     IF WS-CASH-NONE
049200         GO TO 3000-NEXT.
049300     MOVE AUD-TELLER-ID TO WS-FIND-USER.
049400     PERFORM 3500-FIND-TELLER THRU 3500-EXIT.
049500     IF NOT WS-TLR-FOUND
049600         ADD 1 TO WS-UNTALLIED-COUNT
049700         GO TO 3000-NEXT.
049800     ADD 1 TO WS-CASH-COUNT.
049900     IF WS-CASH-IN
050000         ADD AUD-TRAN-AMT TO WS-TL-IN-AMT(WS-TLR-IDX)
050100     ELSE
050200         ADD AUD-TRAN-AMT TO WS-TL-OUT-AMT(WS-TLR-IDX)
050300     END-IF.
050400     IF AUD-OPER-ID NOT = AUD-TELLER-ID
050500      AND AUD-OPER-ID NOT = SPACES
050600         ADD 1 TO WS-TL-SUPV-COUNT(WS-TLR-IDX)
050700         IF WS-CASH-IN
050800             ADD AUD-TRAN-AMT TO WS-TL-SUPV-IN-AMT(WS-TLR-IDX)
050900         ELSE
051000             ADD AUD-TRAN-AMT TO WS-TL-SUPV-OUT-AMT(WS-TLR-IDX)
051100         END-IF
051200     END-IF.
051300 3000-NEXT.
051400     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
051500 3000-EXIT.
051600     EXIT.
051700
051800*----------------------------------------------------------------
051900* 3500-FIND-TELLER
052000*     FINDS (OR ADDS) THE TABLE ENTRY FOR WS-FIND-USER AND
052100*     LEAVES WS-TLR-IDX ON IT.  A NEW TELLER PAST THE OCCURS
052200*     LIMIT IS FLAGGED AND LEFT NOT FOUND SO THE CALLER KNOWS
052300*     IT WAS NOT TALLIED.
052400*----------------------------------------------------------------
052500 3500-FIND-TELLER.
052600     MOVE 'Y' TO WS-TLR-FOUND-SW.
052700     SET WS-TLR-IDX TO 1.
052800     SEARCH WS-TLR-ENTRY
052900         AT END
053000             IF WS-TLR-COUNT >= 500
053100                 SET WS-TLR-TABLE-FULL TO TRUE
053200                 MOVE 'N' TO WS-TLR-FOUND-SW
053300             ELSE
053400                 PERFORM 3600-ADD-TELLER THRU 3600-EXIT
053500             END-IF
053600         WHEN WS-TL-USER(WS-TLR-IDX) = WS-FIND-USER
053700             CONTINUE
053800     END-SEARCH.
053900 3500-EXIT.
054000     EXIT.
054100
054200*----------------------------------------------------------------
054300* 3600-ADD-TELLER
054400*     ADDS A NEW ZERO-TOTAL ENTRY, NO DRAWER YET, FOR A TELLER
054500*     NOT SEEN BEFORE THIS RUN.
054600*----------------------------------------------------------------
054700 3600-ADD-TELLER.
054800     ADD 1 TO WS-TLR-COUNT.
054900     SET WS-TLR-IDX TO WS-TLR-COUNT.
055000     MOVE WS-FIND-USER TO WS-TL-USER(WS-TLR-IDX).
055100     MOVE SPACES       TO WS-TL-BRANCH(WS-TLR-IDX).
055200     SET WS-TL-NO-DRAWER(WS-TLR-IDX) TO TRUE.
055300     MOVE 0            TO WS-TL-OPEN-AMT(WS-TLR-IDX)
055400                          WS-TL-CLOSE-AMT(WS-TLR-IDX)
055500                          WS-TL-IN-AMT(WS-TLR-IDX)
055600                          WS-TL-OUT-AMT(WS-TLR-IDX)
055700                          WS-TL-SUPV-IN-AMT(WS-TLR-IDX)
055800                          WS-TL-SUPV-OUT-AMT(WS-TLR-IDX)
055900                          WS-TL-SUPV-COUNT(WS-TLR-IDX).
056000 3600-EXIT.
056100     EXIT.
056200
056300*----------------------------------------------------------------
056400* 4000-PROCESS-DRAWER
056500*     MERGES ONE RUN-DATE DRAWERF RECORD INTO ITS TELLER'S ENTRY
056600*     - A TELLER WHO OPENED A DRAWER BUT TOOK NO CASH STILL
056700*     SETTLES (EXPECTED IS JUST THE OPENING AMOUNT).
056800*----------------------------------------------------------------
056900 4000-PROCESS-DRAWER.
057000     IF DRW-BUS-DATE NOT = WS-RUN-DATE
057100         GO TO 4000-NEXT.
057200     MOVE DRW-USER-ID TO WS-FIND-USER.
057300     PERFORM 3500-FIND-TELLER THRU 3500-EXIT.
057400     IF NOT WS-TLR-FOUND
057500         ADD 1 TO WS-UNTALLIED-COUNT
057600         GO TO 4000-NEXT.
057700     MOVE DRW-BRANCH   TO WS-TL-BRANCH(WS-TLR-IDX).
057800     MOVE DRW-OPEN-AMT TO WS-TL-OPEN-AMT(WS-TLR-IDX).
057900     IF DRW-CLOSED
058000         SET WS-TL-DRW-CLOSED(WS-TLR-IDX) TO TRUE
058100         MOVE DRW-CLOSE-AMT TO WS-TL-CLOSE-AMT(WS-TLR-IDX)
058200     ELSE
058300         SET WS-TL-DRW-OPEN(WS-TLR-IDX) TO TRUE
058400     END-IF.
058500 4000-NEXT.
058600     PERFORM 2100-READ-DRAWER THRU 2100-EXIT.
058700 4000-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------------
059100* 5000-COLLECT-BRANCH
059200*     A TELLER WITH NO DRAWER TAKES THE BRANCH ON THEIR TELLERF
059300*     PROFILE (SPACES IF NONE).  THE TELLER'S BRANCH IS THEN
059400*     ADDED TO THE BRANCH TABLE IF IT IS NOT THERE ALREADY.
059500*----------------------------------------------------------------
059600 5000-COLLECT-BRANCH.
059700     IF WS-TL-NO-DRAWER(WS-TLR-IDX)
059800         MOVE WS-TL-USER(WS-TLR-IDX) TO TLR-USER-ID
059900         READ TELLER-FILE
060000         IF TLR-STATUS-OK
060100             MOVE TLR-BRANCH TO WS-TL-BRANCH(WS-TLR-IDX)
060200         ELSE
060300             IF NOT TLR-STATUS-NOTFND
060400                 DISPLAY 'PROG24 TELLERF READ FAILED STATUS='
060500                     WS-TLR-STATUS ' USER='
060600                     WS-TL-USER(WS-TLR-IDX)
060700             END-IF
060800         END-IF
060900     END-IF.
061000     MOVE WS-TL-BRANCH(WS-TLR-IDX) TO WS-CUR-BRANCH.
061100     SET WS-BR-IDX TO 1.
061200     SEARCH WS-BR-ENTRY
061300         AT END
061400             PERFORM 5100-ADD-BRANCH THRU 5100-EXIT
061500         WHEN WS-BR-BRANCH(WS-BR-IDX) = WS-CUR-BRANCH
061600             CONTINUE
061700     END-SEARCH.
061800 5000-EXIT.
061900     EXIT.
062000
062100*----------------------------------------------------------------
062200* 5100-ADD-BRANCH
062300*     INSERTS WS-CUR-BRANCH IN BRANCH ORDER - FINDS THE FIRST
062400*     ENTRY THAT SORTS AFTER IT, SHIFTS THAT ENTRY AND THE REST
062500*     DOWN ONE SLOT, AND PUTS THE NEW BRANCH IN ITS PLACE.  THE
062600*     TABLE IS AS LARGE AS THE TELLER TABLE, SO IT CANNOT FILL.
062700*----------------------------------------------------------------
062800 5100-ADD-BRANCH.
062900     MOVE 1 TO WS-BR-INS.
063000     PERFORM 5110-FIND-SLOT THRU 5110-EXIT
063100         UNTIL WS-BR-INS > WS-BR-COUNT
063200            OR WS-BR-BRANCH(WS-BR-INS) > WS-CUR-BRANCH.
063300     ADD 1 TO WS-BR-COUNT.
063400     PERFORM 5120-SHIFT-DOWN THRU 5120-EXIT
063500         VARYING WS-BR-SUB FROM WS-BR-COUNT BY -1
063600         UNTIL WS-BR-SUB NOT > WS-BR-INS.
063700     MOVE WS-CUR-BRANCH TO WS-BR-BRANCH(WS-BR-INS).
063800 5100-EXIT.
063900     EXIT.
064000
064100 5110-FIND-SLOT.
064200     ADD 1 TO WS-BR-INS.
064300 5110-EXIT.
064400     EXIT.
064500
064600 5120-SHIFT-DOWN.
064700     MOVE WS-BR-BRANCH(WS-BR-SUB - 1) TO WS-BR-BRANCH(WS-BR-SUB).
064800 5120-EXIT.
064900     EXIT.
065000
065100*----------------------------------------------------------------
065200* 6000-PRINT-BRANCH
065300*     PRINTS ONE BRANCH - ITS HEADING, EVERY TELLER AT THE
065400*     BRANCH, AND THE BRANCH TOTAL - AND ROLLS THE BRANCH TOTAL
065500*     INTO THE GRAND TOTAL.
065600*----------------------------------------------------------------
065700 6000-PRINT-BRANCH.
065800     MOVE WS-BR-BRANCH(WS-BR-IDX) TO WS-CUR-BRANCH.
065900     MOVE SPACES TO WS-PRINT-LINE.
066000     IF WS-CUR-BRANCH = SPACES
066100         MOVE 'BRANCH: (NOT ASSIGNED)' TO WS-PRINT-LINE
066200     ELSE
066300         STRING 'BRANCH: ' DELIMITED BY SIZE
066400             WS-CUR-BRANCH DELIMITED BY SIZE
066500             INTO WS-PRINT-LINE
066600         END-STRING
066700     END-IF.
066800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
066900     MOVE 0 TO WS-BT-OPEN WS-BT-IN WS-BT-OUT WS-BT-EXPECTED
067000               WS-BT-COUNTED WS-BT-OVER-SHORT WS-BT-SUPV-IN
067100               WS-BT-SUPV-OUT WS-BT-SUPV-COUNT.
067200     PERFORM 6100-PRINT-TELLER THRU 6100-EXIT
067300         VARYING WS-TLR-IDX FROM 1 BY 1
067400         UNTIL WS-TLR-IDX > WS-TLR-COUNT.
067500     MOVE WS-BRANCH-TOTALS TO WS-LINE-AMTS.
067600     MOVE SPACES TO WS-DL-TELLER WS-DL-NOTE.
067700     MOVE 'TOTAL'  TO WS-DL-TELLER.
067800     PERFORM 7000-FORMAT-LINE THRU 7000-EXIT.
067900     MOVE WS-LN-COUNTED    TO WS-DL-COUNTED.
068000     MOVE WS-LN-OVER-SHORT TO WS-DL-OVER-SHORT.
068100     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
068200     ADD WS-BT-OPEN        TO WS-GT-OPEN.
068300     ADD WS-BT-IN          TO WS-GT-IN.
068400     ADD WS-BT-OUT         TO WS-GT-OUT.
068500     ADD WS-BT-EXPECTED    TO WS-GT-EXPECTED.
068600     ADD WS-BT-COUNTED     TO WS-GT-COUNTED.
068700     ADD WS-BT-OVER-SHORT  TO WS-GT-OVER-SHORT.
068800     ADD WS-BT-SUPV-IN     TO WS-GT-SUPV-IN.
068900     ADD WS-BT-SUPV-OUT    TO WS-GT-SUPV-OUT.
069000     ADD WS-BT-SUPV-COUNT  TO WS-GT-SUPV-COUNT.
069100     MOVE SPACES TO WS-PRINT-LINE.
069200     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
069300 6000-EXIT.
069400     EXIT.
069500
069600*----------------------------------------------------------------
069700* 6100-PRINT-TELLER
069800*     ONE TELLER AT THE CURRENT BRANCH.  A CLOSED DRAWER SHOWS
069900*     ITS COUNT AND OVER/SHORT; OTHERWISE THE COUNT AND
070000*     OVER/SHORT COLUMNS ARE LEFT BLANK AND THE NOTE SAYS WHY.
070100*     ONLY A CLOSED DRAWER'S COUNT AND OVER/SHORT ARE ROLLED
070200*     INTO THE BRANCH TOTAL.
070300*----------------------------------------------------------------
070400 6100-PRINT-TELLER.
070500     IF WS-TL-BRANCH(WS-TLR-IDX) NOT = WS-CUR-BRANCH
070600         GO TO 6100-EXIT.
070700     MOVE WS-TL-OPEN-AMT(WS-TLR-IDX)     TO WS-LN-OPEN.
070800     MOVE WS-TL-IN-AMT(WS-TLR-IDX)       TO WS-LN-IN.
070900     MOVE WS-TL-OUT-AMT(WS-TLR-IDX)      TO WS-LN-OUT.
071000     MOVE WS-TL-SUPV-IN-AMT(WS-TLR-IDX)  TO WS-LN-SUPV-IN.
071100     MOVE WS-TL-SUPV-OUT-AMT(WS-TLR-IDX) TO WS-LN-SUPV-OUT.
071200     MOVE WS-TL-SUPV-COUNT(WS-TLR-IDX)   TO WS-LN-SUPV-COUNT.
071300     COMPUTE WS-LN-EXPECTED = WS-LN-OPEN + WS-LN-IN - WS-LN-OUT.
071400     MOVE 0 TO WS-LN-COUNTED WS-LN-OVER-SHORT.
071500     MOVE WS-TL-USER(WS-TLR-IDX) TO WS-DL-TELLER.
071600     MOVE SPACES TO WS-DL-NOTE.
071700     PERFORM 7000-FORMAT-LINE THRU 7000-EXIT.
071800     EVALUATE TRUE
071900         WHEN WS-TL-DRW-CLOSED(WS-TLR-IDX)
072000             MOVE WS-TL-CLOSE-AMT(WS-TLR-IDX) TO WS-LN-COUNTED
072100             COMPUTE WS-LN-OVER-SHORT =
072200                 WS-LN-COUNTED - WS-LN-EXPECTED
072300             MOVE WS-LN-COUNTED    TO WS-DL-COUNTED
072400             MOVE WS-LN-OVER-SHORT TO WS-DL-OVER-SHORT
072500             ADD 1 TO WS-SETTLED-COUNT
072600             IF WS-LN-OVER-SHORT > 0
072700                 MOVE 'OVER'  TO WS-DL-NOTE
072800                 ADD 1 TO WS-OUT-OF-BAL-COUNT
072900             END-IF
073000             IF WS-LN-OVER-SHORT < 0
073100                 MOVE 'SHORT' TO WS-DL-NOTE
073200                 ADD 1 TO WS-OUT-OF-BAL-COUNT
073300             END-IF
073400         WHEN WS-TL-DRW-OPEN(WS-TLR-IDX)
073500             MOVE SPACES TO WS-DL-COUNTED-X WS-DL-OVER-SHORT-X
073600             MOVE 'NOT CLOSED' TO WS-DL-NOTE
073700             ADD 1 TO WS-NOT-CLOSED-COUNT
073800         WHEN OTHER
073900             MOVE SPACES TO WS-DL-COUNTED-X WS-DL-OVER-SHORT-X
074000             MOVE 'NO DRAWER' TO WS-DL-NOTE
074100             ADD 1 TO WS-NO-DRAWER-COUNT
074200     END-EVALUATE.
074300     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
074400     ADD WS-LN-OPEN        TO WS-BT-OPEN.
074500     ADD WS-LN-IN          TO WS-BT-IN.
074600     ADD WS-LN-OUT         TO WS-BT-OUT.
074700     ADD WS-LN-EXPECTED    TO WS-BT-EXPECTED.
074800     ADD WS-LN-COUNTED     TO WS-BT-COUNTED.
074900     ADD WS-LN-OVER-SHORT  TO WS-BT-OVER-SHORT.
075000     ADD WS-LN-SUPV-IN     TO WS-BT-SUPV-IN.
075100     ADD WS-LN-SUPV-OUT    TO WS-BT-SUPV-OUT.
075200     ADD WS-LN-SUPV-COUNT  TO WS-BT-SUPV-COUNT.
075300 6100-EXIT.
075400     EXIT.
075500
075600*----------------------------------------------------------------
075700* 7000-FORMAT-LINE
075800*     MOVES THE OPENING, CASH IN, CASH OUT AND EXPECTED FIGURES
075900*     FOR THE LINE IN HAND INTO THE DETAIL LINE.
076000*----------------------------------------------------------------
076100 7000-FORMAT-LINE.
076200     MOVE WS-LN-OPEN     TO WS-DL-OPEN.
076300     MOVE WS-LN-IN       TO WS-DL-IN.
076400     MOVE WS-LN-OUT      TO WS-DL-OUT.
076500     MOVE WS-LN-EXPECTED TO WS-DL-EXPECTED.
076600 7000-EXIT.
076700     EXIT.
076800
076900*----------------------------------------------------------------
077000* 7100-WRITE-DETAIL
077100*     WRITES THE DETAIL LINE, THEN - WHEN ANY OF THE LINE'S CASH
077200*     WAS SUPERVISOR-APPROVED - THE SUPERVISOR BREAKOUT UNDER IT.
077300*----------------------------------------------------------------
077400 7100-WRITE-DETAIL.
077500     WRITE RPT-RECORD FROM WS-DTL-LINE.
077600     IF NOT RPT-STATUS-OK
077700         DISPLAY 'PROG24 RPTOUT WRITE FAILED STATUS='
077800             WS-RPT-STATUS
077900         MOVE 16 TO RETURN-CODE
078000         STOP RUN
078100     END-IF.
078200     IF WS-LN-SUPV-COUNT = 0
078300         GO TO 7100-EXIT.
078400     MOVE SPACES TO WS-PRINT-LINE.
078500     MOVE WS-LN-SUPV-COUNT TO WS-COUNT-DISP.
078600     MOVE WS-LN-SUPV-IN    TO WS-AMT-DISP.
078700     MOVE WS-LN-SUPV-OUT   TO WS-AMT-DISP-2.
078800     STRING '            SUPERVISOR-APPROVED: ' DELIMITED BY SIZE
078900         WS-COUNT-DISP DELIMITED BY SIZE
079000         ' ITEMS  CASH IN ' DELIMITED BY SIZE
079100         WS-AMT-DISP DELIMITED BY SIZE
079200         '  CASH OUT ' DELIMITED BY SIZE
079300         WS-AMT-DISP-2 DELIMITED BY SIZE
079400         INTO WS-PRINT-LINE
079500     END-STRING.
079600     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
079700 7100-EXIT.
079800     EXIT.
079900
080000*----------------------------------------------------------------
080100* 7900-WRITE-LINE
080200*     WRITES WS-PRINT-LINE.  A FAILED WRITE ABENDS THE RUN.
080300*----------------------------------------------------------------
080400 7900-WRITE-LINE.
080500     WRITE RPT-RECORD FROM WS-PRINT-LINE.
080600     IF NOT RPT-STATUS-OK
080700         DISPLAY 'PROG24 RPTOUT WRITE FAILED STATUS='
080800             WS-RPT-STATUS
080900         MOVE 16 TO RETURN-CODE
081000         STOP RUN
081100     END-IF.
081200 7900-EXIT.
081300     EXIT.
081400
081500*----------------------------------------------------------------
081600* 8000-PRINT-GRAND-TOTAL
081700*     THE BANK-WIDE TOTAL LINE AND THE EXCEPTION COUNTS.
081800*----------------------------------------------------------------
081900 8000-PRINT-GRAND-TOTAL.
082000     MOVE WS-GRAND-TOTALS TO WS-LINE-AMTS.
082100     MOVE SPACES TO WS-DL-NOTE.
082200     MOVE 'GRAND'  TO WS-DL-TELLER.
082300     PERFORM 7000-FORMAT-LINE THRU 7000-EXIT.
082400     MOVE WS-LN-COUNTED    TO WS-DL-COUNTED.
082500     MOVE WS-LN-OVER-SHORT TO WS-DL-OVER-SHORT.
082600     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
082700     MOVE SPACES TO WS-PRINT-LINE.
082800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
082900     MOVE WS-SETTLED-COUNT TO WS-COUNT-DISP.
083000     STRING '  DRAWERS SETTLED:     ' DELIMITED BY SIZE
083100         WS-COUNT-DISP DELIMITED BY SIZE
083200         INTO WS-PRINT-LINE
083300     END-STRING.
083400     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
083500     MOVE SPACES TO WS-PRINT-LINE.
083600     MOVE WS-OUT-OF-BAL-COUNT TO WS-COUNT-DISP.
083700     STRING '  OVER OR SHORT:       ' DELIMITED BY SIZE
083800         WS-COUNT-DISP DELIMITED BY SIZE
083900         INTO WS-PRINT-LINE
084000     END-STRING.
084100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
084200     MOVE SPACES TO WS-PRINT-LINE.
084300     MOVE WS-NOT-CLOSED-COUNT TO WS-COUNT-DISP.
084400     STRING '  DRAWERS NOT CLOSED:  ' DELIMITED BY SIZE
084500         WS-COUNT-DISP DELIMITED BY SIZE
084600         INTO WS-PRINT-LINE
084700     END-STRING.
084800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
084900     MOVE SPACES TO WS-PRINT-LINE.
085000     MOVE WS-NO-DRAWER-COUNT TO WS-COUNT-DISP.
085100     STRING '  CASH WITH NO DRAWER: ' DELIMITED BY SIZE
085200         WS-COUNT-DISP DELIMITED BY SIZE
085300         INTO WS-PRINT-LINE
085400     END-STRING.
085500     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
085600     IF WS-TLR-TABLE-FULL
085700         MOVE SPACES TO WS-PRINT-LINE
085800         MOVE WS-UNTALLIED-COUNT TO WS-COUNT-DISP
085900         STRING '  ** TELLER TABLE FULL - REPORT INCOMPLETE, '
086000                 DELIMITED BY SIZE
086100             WS-COUNT-DISP DELIMITED BY SIZE
086200             ' RECORDS NOT TALLIED **' DELIMITED BY SIZE
086300             INTO WS-PRINT-LINE
086400         END-STRING
086500         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
086600     END-IF.
086700 8000-EXIT.
086800     EXIT.
086900
087000*----------------------------------------------------------------
087100* 9000-TERMINATE
087200*     CLOSES THE FILES AND REPORTS THE COUNTS.  A DRAWER NOT
087300*     CLOSED, CASH WITH NO DRAWER, OR AN INCOMPLETE REPORT
087400*     LEAVES RC=4 SO BRANCH OPERATIONS KNOWS TO LOOK.
087500*----------------------------------------------------------------
087600 9000-TERMINATE.
087700     CLOSE AUDIT-FILE
087800          DRAWER-FILE
087900          TELLER-FILE
088000          RPT-FILE.
088100     MOVE WS-CASH-COUNT TO WS-COUNT-DISP.
088200     MOVE SPACES TO WS-CONSOLE-MSG.
088300     STRING 'PROG24 SETTLEMENT COMPLETE - CASH ITEMS: '
088400             DELIMITED BY SIZE
088500             WS-COUNT-DISP DELIMITED BY SIZE
088600             INTO WS-CONSOLE-MSG
088700     END-STRING.
088800     DISPLAY WS-CONSOLE-MSG.
088900     MOVE SPACES TO WS-CONSOLE-MSG.
089000     MOVE WS-SETTLED-COUNT TO WS-COUNT-DISP.
089100     STRING 'PROG24 DRAWERS SETTLED:      ' DELIMITED BY SIZE
089200             WS-COUNT-DISP DELIMITED BY SIZE
089300             INTO WS-CONSOLE-MSG
089400     END-STRING.
089500     DISPLAY WS-CONSOLE-MSG.
089600     MOVE SPACES TO WS-CONSOLE-MSG.
089700     MOVE WS-OUT-OF-BAL-COUNT TO WS-COUNT-DISP.
089800     MOVE WS-GT-OVER-SHORT TO WS-AMT-DISP.
089900     STRING 'PROG24 OVER OR SHORT:        ' DELIMITED BY SIZE
090000             WS-COUNT-DISP DELIMITED BY SIZE
090100             '  NET: ' DELIMITED BY SIZE
090200             WS-AMT-DISP DELIMITED BY SIZE
090300             INTO WS-CONSOLE-MSG
090400     END-STRING.
090500     DISPLAY WS-CONSOLE-MSG.
090600     MOVE SPACES TO WS-CONSOLE-MSG.
090700     MOVE WS-NOT-CLOSED-COUNT TO WS-COUNT-DISP.
090800     STRING 'PROG24 DRAWERS NOT CLOSED:   ' DELIMITED BY SIZE
090900             WS-COUNT-DISP DELIMITED BY SIZE
091000             INTO WS-CONSOLE-MSG
091100     END-STRING.
091200     DISPLAY WS-CONSOLE-MSG.
091300     MOVE SPACES TO WS-CONSOLE-MSG.
091400     MOVE WS-NO-DRAWER-COUNT TO WS-COUNT-DISP.
091500     STRING 'PROG24 CASH WITH NO DRAWER:  ' DELIMITED BY SIZE
091600             WS-COUNT-DISP DELIMITED BY SIZE
091700             INTO WS-CONSOLE-MSG
091800     END-STRING.
091900     DISPLAY WS-CONSOLE-MSG.
092000     IF WS-NOT-CLOSED-COUNT > 0
092100      OR WS-NO-DRAWER-COUNT > 0
092200      OR WS-TLR-TABLE-FULL
092300         MOVE 4 TO RETURN-CODE
092400     END-IF.
092500 9000-EXIT.
092600     EXIT.
