000100*================================================================
000200* PROGRAM-ID.  PROG30
000300* AUTHOR.      J. MARTINEZ - ONLINE SYSTEMS GROUP
000400* INSTALLATION. DALLAS DATA CENTER
000500* DATE-WRITTEN. 2026-10-15
000600*
000700* PURPOSE.
000800*     MONTH-END SERVICE-CHARGE ASSESSMENT.  TAKES THE FEES IN
000900*     FORCE ON THE RUN DATE OFF THE FEESCHF FEE SCHEDULE (SEE
001000*     FEEREC) AND WALKS THE ACCTMST ACCOUNT MASTER, CHARGING
001100*     EACH OPEN (OR DORMANT) ACCOUNT -
001200*       'MNT' - THE MONTHLY MAINTENANCE FEE, UNLESS THE ACCOUNT
001300*               OPENED THIS MONTH;
001400*       'XWD' - THE EXCESS WITHDRAWAL FEE FOR EACH WITHDRAWAL
001500*               OR TRANSFER OUT THIS MONTH BEYOND THE FREE
001600*               COUNT, COUNTED OFF TRANHIST (A REVERSED
001700*               WITHDRAWAL DOES NOT COUNT).
001800*     EITHER IS WAIVED WHEN THE BALANCE IS AT OR ABOVE THE
001900*     SCHEDULE'S WAIVER BALANCE.  A CHARGED FEE COMES OFF THE
002000*     AVAILABLE BALANCE AND IS WRITTEN TO AUDITF UNDER ITS OWN
002100*     FUNCTION CODE 'FEE' (APPROVED, '0000', TERMINAL SLOT
002200*     'FEEA') AND AS A DEBIT TO TRANHIST SO THE STATEMENT SHOWS
002300*     IT.  PROG11, RUNNING IN THAT NIGHT'S PROG5X WINDOW, PICKS
002400*     THE 'FEE' RECORDS UP OFF AUDITF AND FEEDS BOTH SIDES
002500*     (DEPOSITS DEBIT, FEE INCOME CREDIT) TO GLOUT, AND PROG15
002600*     ROLLS THEM FORWARD IN THE BALANCE PROOF.
002700*
002800*     A FEE THE ACCOUNT CANNOT COVER (AVAILABLE BALANCE LESS
002900*     STANDING HOLDS) IS NOT TAKEN - NEVER OVERDRAWN - AND IS
003000*     REPORTED FOR THE BRANCH TO FOLLOW UP.  THE CLOSING FEE
003100*     ('CLS') IS TAKEN BY PROG2 AT THE CLOSE ITSELF, NOT HERE;
003110*     AN ACCOUNT CLOSED THIS MONTH WHOSE CLOSE WAS EXCUSED THE
003120*     FEE (BALANCE AT OR ABOVE THE WAIVER BALANCE - SEE 3400)
003200*     IS REPORTED AS WAIVED AT CLOSE.
003300*     WAIVED FEES ARE REPORTED WITH THE CUSTOMER NUMBER SO
003400*     BRANCH MANAGERS CAN SEE WHAT EACH RELATIONSHIP IS BEING
003500*     EXCUSED.  FEES DO NOT STAMP ACCT-LAST-TRAN-DATE - A
003600*     SERVICE CHARGE IS NOT CUSTOMER ACTIVITY (SEE PROG22).
003700*
003800*     AN ACCOUNT ALREADY CARRYING A 'FEEA' DEBIT ON TRANHIST
003900*     FOR THIS MONTH IS PASSED OVER, SO A RERUN OF THE STEP
004000*     NEVER CHARGES THE MONTH TWICE.
004100*
004200*     ACCTMST, AUDITF AND TRANHIST ARE ALL UPDATED FROM BATCH
004300*     HERE - QUIESCE THE THREE IN CICS FOR THE DURATION, AS FOR
004400*     PROG19.  SCHEDULE ON THE LAST BUSINESS DAY OF THE MONTH,
004500*     AFTER THE INTEREST CREDIT AND BEFORE THAT NIGHT'S PROG5X
004600*     WINDOW.
004700*
004800* INPUT.
004900*     SYSIN    - ONE CARD, THE RUN DATE (CCYYMMDD) TO ASSESS
005000*                UNDER.  IF BLANK, RESOLVES TO THE LAST BUSINESS
005100*                DAY ON CALENDF.  THE MONTH ASSESSED IS THE RUN
005200*                DATE'S MONTH, FROM THE 1ST TO THE RUN DATE.
005300*     FEESCHF  - THE VSAM FEE SCHEDULE, READ IN KEY ORDER.
005400*     CALENDF  - THE BUSINESS CALENDAR, FOR A BLANK RUN DATE.
005500*     ACCTMST  - THE VSAM ACCOUNT MASTER, READ AND REWRITTEN.
005600* OUTPUT.
005700*     AUDITF   - ONE 'FEE' TRAIL RECORD PER FEE CHARGED.
005800*     TRANHIST - ONE DEBIT HISTORY RECORD PER FEE CHARGED (ALSO
005900*                READ FOR THE MONTH'S WITHDRAWAL COUNT).
006000*     RPTOUT   - THE PRINTED ASSESSMENT REPORT - EVERY FEE
006100*                CHARGED, WAIVED OR NOT TAKEN.
006200*
006300* MAINTENANCE HISTORY.
006400* DATE       INIT  DESCRIPTION
006500* 2026-10-15 JXM   INITIAL VERSION.
006510* 2026-10-15 JXM   THE CLOSING FEE IS NOW TAKEN BY PROG2 AT THE
006520*                  CLOSE - 3400 REPORTS ONLY A CLOSING FEE
006530*                  WAIVED AT CLOSE; 'NOT COLLECTED' DROPPED.
006600*================================================================
006700 IDENTIFICATION DIVISION.
006800 PROGRAM-ID. PROG30.
006900 AUTHOR. J. MARTINEZ.
007000 INSTALLATION. DALLAS DATA CENTER.
007100 DATE-WRITTEN. 2026-10-15.
007200 DATE-COMPILED.
007300
007400 ENVIRONMENT DIVISION.
007500 INPUT-OUTPUT SECTION.
007600 FILE-CONTROL.
007700     SELECT ACCT-FILE ASSIGN TO ACCTMST
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS SEQUENTIAL
008000         RECORD KEY IS ACCT-KEY
008100         FILE STATUS IS WS-ACCT-STATUS.
008200     SELECT AUDIT-FILE ASSIGN TO AUDITF
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS RANDOM
008500         RECORD KEY IS AUDIT-KEY
008600         FILE STATUS IS WS-AUDIT-STATUS.
008700     SELECT HIST-FILE ASSIGN TO TRANHIST
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS HIST-KEY
009100         FILE STATUS IS WS-HIST-STATUS.
009200     SELECT FEE-FILE ASSIGN TO FEESCHF
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS SEQUENTIAL
009500         RECORD KEY IS FEE-KEY
009600         FILE STATUS IS WS-FEE-STATUS.
009700     SELECT CALEND-FILE ASSIGN TO CALENDF
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS RANDOM
010000         RECORD KEY IS CAL-KEY
010100         FILE STATUS IS WS-CAL-STATUS.
010200     SELECT PARM-FILE ASSIGN TO SYSIN
010300         ORGANIZATION IS SEQUENTIAL
010400         FILE STATUS IS WS-PARM-STATUS.
010500     SELECT RPT-FILE ASSIGN TO RPTOUT
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS WS-RPT-STATUS.
010800
010900 DATA DIVISION.
011000 FILE SECTION.
011100*----------------------------------------------------------------
011200* ACCTMST - SAME RECORD LAYOUT PROG2 POSTS.
011300*----------------------------------------------------------------
011400 FD  ACCT-FILE.
011500 COPY ACCTREC.
011600
011700*----------------------------------------------------------------
011800* AUDITF - SAME RECORD LAYOUT PROG1/PROG8 WRITE.
011900*----------------------------------------------------------------
012000 FD  AUDIT-FILE.
012100 COPY AUDITREC.
012200
012300*----------------------------------------------------------------
012400* TRANHIST - SAME RECORD LAYOUT PROG2 WRITES.
012500*----------------------------------------------------------------
012600 FD  HIST-FILE.
012700 COPY HISTREC.
012800
012900*----------------------------------------------------------------
013000* FEESCHF - SAME RECORD LAYOUT PROG29 MAINTAINS.
013100*----------------------------------------------------------------
013200 FD  FEE-FILE.
013300 COPY FEEREC.
013400
013500*----------------------------------------------------------------
013600* CALENDF - ONE RANDOM READ TO RESOLVE A BLANK RUN DATE.
013700*----------------------------------------------------------------
013800 FD  CALEND-FILE.
013900 COPY CALREC.
014000
014100*----------------------------------------------------------------
014200* SYSIN PARAMETER CARD - JUST THE RUN DATE.
014300*----------------------------------------------------------------
014400 FD  PARM-FILE.
014500 01  PARM-RECORD.
014600    05  PARM-RUN-DATE           PIC X(08).
014700    05  FILLER                  PIC X(72).
014800
014900*----------------------------------------------------------------
015000* PRINTED ASSESSMENT REPORT.
015100*----------------------------------------------------------------
015200 FD  RPT-FILE.
015300 01  RPT-RECORD              PIC X(132).
015400
015500 WORKING-STORAGE SECTION.
015600*----------------------------------------------------------------
015700* FILE STATUS / SWITCHES.
015800*----------------------------------------------------------------
015900 01  WS-ACCT-STATUS           PIC X(02) VALUE '00'.
016000    88  ACCT-STATUS-OK               VALUE '00'.
016100 01  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
016200    88  AUDIT-STATUS-OK              VALUE '00'.
016300 01  WS-HIST-STATUS           PIC X(02) VALUE '00'.
016400    88  HIST-STATUS-OK               VALUE '00'.
016500    88  HIST-STATUS-DUP              VALUE '22'.
016600 01  WS-FEE-STATUS            PIC X(02) VALUE '00'.
016700    88  FEE-STATUS-OK                VALUE '00'.
016800 01  WS-CAL-STATUS            PIC X(02) VALUE '00'.
016900    88  CAL-STATUS-OK                VALUE '00'.
017000 01  WS-PARM-STATUS           PIC X(02) VALUE '00'.
017100    88  PARM-STATUS-OK               VALUE '00'.
017200 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
017300    88  RPT-STATUS-OK                VALUE '00'.
017400 01  WS-EOF-SW                PIC X(01) VALUE 'N'.
017500    88  END-OF-ACCT-FILE             VALUE 'Y'.
017600 01  WS-FEE-EOF-SW            PIC X(01) VALUE 'N'.
017700    88  END-OF-FEE-FILE              VALUE 'Y'.
017800 01  WS-SCAN-END-SW           PIC X(01) VALUE 'N'.
017900    88  WS-SCAN-END                  VALUE 'Y'.
018000 01  WS-ASSESSED-SW           PIC X(01) VALUE 'N'.
018100    88  WS-ALREADY-ASSESSED          VALUE 'Y'.
018200 01  WS-REWRITE-SW            PIC X(01) VALUE 'N'.
018300    88  WS-REWRITE-NEEDED            VALUE 'Y'.
018400 01  WS-HST-DONE-SW           PIC X(01) VALUE 'N'.
018410 01  WS-CLS-FEE-SW            PIC X(01) VALUE 'N'.
018420    88  WS-CLS-FEE-TAKEN             VALUE 'Y'.
018500
018600*----------------------------------------------------------------
018700* RUN DATE - FROM SYSIN, OR THE LAST BUSINESS DAY IF NO CARD
018800* SUPPLIED - AND THE FIRST OF ITS MONTH.
018900*----------------------------------------------------------------
019000 01  WS-RUN-DATE              PIC X(08).
019100 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
019200    05  WS-RUN-CCYYMM         PIC X(06).
019300    05  FILLER                PIC X(02).
019400 01  WS-MONTH-START           PIC X(08).
019500 01  WS-MONTH-START-R REDEFINES WS-MONTH-START.
019600    05  WS-MS-CCYYMM          PIC X(06).
019700    05  WS-MS-DD              PIC X(02).
019800
019900*----------------------------------------------------------------
020000* THE FEES IN FORCE ON THE RUN DATE, ONE ENTRY PER FEE TYPE -
020100* (1) 'MNT', (2) 'XWD', (3) 'CLS'.  FEESCHF IS READ IN KEY
020200* ORDER, SO THE LAST QUALIFYING RECORD OF A TYPE (THE LATEST
020300* EFFECTIVE DATE) IS THE ONE LEFT IN ITS ENTRY.
020400*----------------------------------------------------------------
020500 01  WS-FEE-TABLE.
020600    05  WS-FT-ENTRY OCCURS 3 TIMES.
020700        10  WS-FT-TYPE            PIC X(03).
020800        10  WS-FT-FOUND-SW        PIC X(01).
020900            88  WS-FT-IN-FORCE        VALUE 'Y'.
021000        10  WS-FT-EFF-DATE        PIC X(08).
021100        10  WS-FT-DESC            PIC X(30).
021200        10  WS-FT-AMT             PIC S9(09)V99 COMP-3.
021300        10  WS-FT-WAIVE-BAL       PIC S9(09)V99 COMP-3.
021400        10  WS-FT-FREE-COUNT      PIC 9(03).
021500 01  WS-FX                    PIC S9(04) COMP.
021600
021700*----------------------------------------------------------------
021800* THE ACCOUNT IN HAND - ITS WITHDRAWALS THIS MONTH, THE FEE
021900* BEING WORKED, AND THE BALANCE FREE OF STANDING HOLDS.
022000*----------------------------------------------------------------
022100 01  WS-WDL-COUNT             PIC S9(05) COMP-3.
022200 01  WS-EXCESS-COUNT          PIC S9(05) COMP-3.
022300 01  WS-CHARGE-AMT            PIC S9(09)V99 COMP-3.
022400 01  WS-FREE-BAL              PIC S9(09)V99 COMP-3.
022410 01  WS-CLS-PAYOUT            PIC S9(09)V99 COMP-3.
022500
022600*----------------------------------------------------------------
022700* TIME OF DAY FOR THE AUDIT KEY - REFRESHED PER POSTING; TASK
022800* NUMBER ZERO AND A SEQUENCE COUNTER, SAME AS PROG19'S
022900* INTEREST AUDIT.
023000*----------------------------------------------------------------
023100 01  WS-TIME-RAW              PIC 9(08).
023200 01  WS-TIME-HHMMSS REDEFINES WS-TIME-RAW.
023300    05  WS-TIME-6             PIC X(06).
023400    05  FILLER                PIC X(02).
023500 01  WS-AUD-SEQ-CTR           PIC 9(04) VALUE 0.
023600
023700*----------------------------------------------------------------
023800* RUNNING COUNTS FOR THE REPORT AND CONSOLE.
023900*----------------------------------------------------------------
024000 01  WS-CHARGED-COUNT         PIC 9(07) COMP-3 VALUE 0.
024100 01  WS-CHARGED-AMT           PIC S9(11)V99 COMP-3 VALUE 0.
024200 01  WS-WAIVED-COUNT          PIC 9(07) COMP-3 VALUE 0.
024300 01  WS-WAIVED-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
024400 01  WS-NOFUNDS-COUNT         PIC 9(07) COMP-3 VALUE 0.
024500 01  WS-NOFUNDS-AMT           PIC S9(11)V99 COMP-3 VALUE 0.
024800 01  WS-RERUN-COUNT           PIC 9(07) COMP-3 VALUE 0.
024900 01  WS-AUDFAIL-COUNT         PIC 9(07) COMP-3 VALUE 0.
025000 01  WS-COUNT-DISP            PIC ZZZ,ZZ9.
025100 01  WS-TOTAL-DISP            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
025200 01  WS-CONSOLE-MSG           PIC X(70).
025300
025400*----------------------------------------------------------------
025500* PRINT LINE WORK AREAS.  THE LITERAL FILLERS IN THE DETAIL LINE
025600* ARE NEVER OVERWRITTEN, SO IT IS BUILT BY MOVING THE DATA
025700* FIELDS ALONE.  THE CUSTOMER COLUMN IS THE RELATIONSHIP THE
025800* FEE WAS CHARGED OR EXCUSED TO.
025900*----------------------------------------------------------------
026000 01  WS-PRINT-LINE            PIC X(132).
026100 01  WS-OUTCOME               PIC X(36).
026200 01  WS-DTL-LINE.
026300    05  FILLER                PIC X(02) VALUE SPACES.
026400    05  WS-DL-ACCT            PIC X(10).
026500    05  FILLER                PIC X(02) VALUE SPACES.
026600    05  WS-DL-CUST            PIC X(10).
026700    05  FILLER                PIC X(02) VALUE SPACES.
026800    05  WS-DL-TYPE            PIC X(03).
026900    05  FILLER                PIC X(02) VALUE SPACES.
027000    05  WS-DL-DESC            PIC X(30).
027100    05  FILLER                PIC X(02) VALUE SPACES.
027200    05  WS-DL-AMT             PIC ZZZ,ZZZ,ZZ9.99.
027300    05  FILLER                PIC X(02) VALUE SPACES.
027400    05  WS-DL-OUTCOME         PIC X(36).
027500    05  FILLER                PIC X(02) VALUE SPACES.
027600    05  WS-DL-BAL             PIC -ZZZ,ZZZ,ZZ9.99.
027700
027800 PROCEDURE DIVISION.
027900*----------------------------------------------------------------
028000* 0000-MAIN-PARA
028100*     MAINLINE - LOAD THE FEES IN FORCE, ONE PASS OF ACCTMST,
028200*     THEN THE TOTALS.
028300*----------------------------------------------------------------
028400 0000-MAIN-PARA.
028500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028600     PERFORM 3000-ASSESS-ONE THRU 3000-EXIT
028700         UNTIL END-OF-ACCT-FILE.
028800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028900     STOP RUN.
029000
029100*----------------------------------------------------------------
029200* 1000-INITIALIZE
029300*     OPENS THE FILES, ESTABLISHES THE RUN DATE AND ITS MONTH,
029400*     LOADS THE FEES IN FORCE, PRINTS THE HEADINGS AND DOES THE
029500*     PRIMING READ.  A BAD OPEN STATUS ON ANY FILE, OR A BAD RUN
029600*     DATE, ABENDS THE RUN.
029700*----------------------------------------------------------------
029800 1000-INITIALIZE.
029900     OPEN I-O    ACCT-FILE.
030000     IF NOT ACCT-STATUS-OK
030100         DISPLAY 'PROG30 ACCTMST OPEN FAILED STATUS='
030200             WS-ACCT-STATUS
030300         MOVE 16 TO RETURN-CODE
030400         STOP RUN
030500     END-IF.
030600     OPEN I-O    AUDIT-FILE.
030700     IF NOT AUDIT-STATUS-OK
030800         DISPLAY 'PROG30 AUDITF OPEN FAILED STATUS='
030900             WS-AUDIT-STATUS
031000         MOVE 16 TO RETURN-CODE
031100         STOP RUN
031200     END-IF.
031300     OPEN I-O    HIST-FILE.
031400     IF NOT HIST-STATUS-OK
031500         DISPLAY 'PROG30 TRANHIST OPEN FAILED STATUS='
031600             WS-HIST-STATUS
031700         MOVE 16 TO RETURN-CODE
031800         STOP RUN
031900     END-IF.
032000     OPEN INPUT  FEE-FILE.
032100     IF NOT FEE-STATUS-OK
032200         DISPLAY 'PROG30 FEESCHF OPEN FAILED STATUS='
032300             WS-FEE-STATUS
032400         MOVE 16 TO RETURN-CODE
032500         STOP RUN
032600     END-IF.
032700     OPEN INPUT  CALEND-FILE.
032800     IF NOT CAL-STATUS-OK
032900         DISPLAY 'PROG30 CALENDF OPEN FAILED STATUS='
033000             WS-CAL-STATUS
033100         MOVE 16 TO RETURN-CODE
033200         STOP RUN
033300     END-IF.
033400     OPEN INPUT  PARM-FILE.
033500     IF NOT PARM-STATUS-OK
033600         DISPLAY 'PROG30 PARMFILE OPEN FAILED STATUS='
033700             WS-PARM-STATUS
033800         MOVE 16 TO RETURN-CODE
033900         STOP RUN
034000     END-IF.
034100     OPEN OUTPUT RPT-FILE.
034200     IF NOT RPT-STATUS-OK
034300         DISPLAY 'PROG30 RPTOUT OPEN FAILED STATUS='
034400             WS-RPT-STATUS
034500         MOVE 16 TO RETURN-CODE
034600         STOP RUN
034700     END-IF.
034800     READ PARM-FILE
034900         AT END MOVE SPACES TO PARM-RECORD
035000     END-READ.
035100     IF PARM-RUN-DATE = SPACES OR LOW-VALUES
035200         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
035300         PERFORM 1100-RESOLVE-BUS-DATE THRU 1100-EXIT
035400     ELSE
035500         MOVE PARM-RUN-DATE TO WS-RUN-DATE
035600     END-IF.
035700     IF WS-RUN-DATE NOT NUMERIC
035800         DISPLAY 'PROG30 INVALID SYSIN CARD=' PARM-RECORD
035900         MOVE 16 TO RETURN-CODE
036000         STOP RUN
036100     END-IF.
036200     CLOSE PARM-FILE.
036300     CLOSE CALEND-FILE.
036400     MOVE WS-RUN-CCYYMM TO WS-MS-CCYYMM.
036500     MOVE '01'          TO WS-MS-DD.
036600     PERFORM 1300-LOAD-FEES THRU 1300-EXIT.
036700     PERFORM 1200-PRINT-HEADINGS THRU 1200-EXIT.
036800     PERFORM 2000-READ-ACCT THRU 2000-EXIT.
036900 1000-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------------
037300* 1100-RESOLVE-BUS-DATE
037400*     A BLANK SYSIN DATE MEANS THE LAST BUSINESS DAY, SO A RUN
037500*     IN THE SMALL HOURS OF A SATURDAY OR HOLIDAY ASSESSES THE
037600*     RIGHT MONTH.  A DATE THE CALENDAR DOES NOT COVER STANDS
037700*     AS IS.
037800*----------------------------------------------------------------
037900 1100-RESOLVE-BUS-DATE.
038000     MOVE WS-RUN-DATE TO CAL-DATE.
038100     READ CALEND-FILE.
038200     IF CAL-STATUS-OK
038300      AND NOT CAL-BUSINESS-DAY
038400      AND CAL-LAST-BUS-DATE NUMERIC
038500         MOVE CAL-LAST-BUS-DATE TO WS-RUN-DATE
038600     END-IF.
038700 1100-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------------
039100* 1200-PRINT-HEADINGS
039200*     THE REPORT TITLE, THE FEES IN FORCE, AND THE COLUMN
039300*     HEADINGS.
039400*----------------------------------------------------------------
039500 1200-PRINT-HEADINGS.
039600     MOVE SPACES TO WS-PRINT-LINE.
039700     STRING 'PROG30  MONTHLY SERVICE-CHARGE ASSESSMENT  '
039800             DELIMITED BY SIZE
039900         'BUSINESS DATE: ' DELIMITED BY SIZE
040000         WS-RUN-DATE DELIMITED BY SIZE
040100         '  MONTH FROM: ' DELIMITED BY SIZE
040200         WS-MONTH-START DELIMITED BY SIZE
040300         INTO WS-PRINT-LINE
040400     END-STRING.
040500     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
040600     MOVE SPACES TO WS-PRINT-LINE.
040700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
040800     MOVE 1 TO WS-FX.
040900     PERFORM 1250-PRINT-FEE THRU 1250-EXIT
041000         UNTIL WS-FX > 3.
041100     MOVE SPACES TO WS-PRINT-LINE.
041200     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
041300     STRING '  ACCOUNT     CUSTOMER    FEE  DESCRIPTION'
041400             DELIMITED BY SIZE
041500         '                             AMOUNT  OUTCOME'
041600             DELIMITED BY SIZE
041700         '                                   BALANCE'
041800             DELIMITED BY SIZE
041900         INTO WS-PRINT-LINE
042000     END-STRING.
042100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
042200     MOVE SPACES TO WS-PRINT-LINE.
042300     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
042400 1200-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------------
042800* 1250-PRINT-FEE
042900*     ONE HEADING LINE PER FEE TYPE - THE PRICE IN FORCE AND
043000*     THE DATE IT TOOK EFFECT, OR THAT NONE IS IN FORCE.
043100*----------------------------------------------------------------
043200 1250-PRINT-FEE.
043300     MOVE SPACES TO WS-PRINT-LINE.
043400     IF WS-FT-IN-FORCE (WS-FX)
043500         MOVE WS-FT-AMT (WS-FX) TO WS-TOTAL-DISP
043600         STRING '  FEE ' DELIMITED BY SIZE
043700             WS-FT-TYPE (WS-FX) DELIMITED BY SIZE
043800             ' ' DELIMITED BY SIZE
043900             WS-FT-DESC (WS-FX) DELIMITED BY SIZE
044000             WS-TOTAL-DISP DELIMITED BY SIZE
044100             '  IN FORCE FROM ' DELIMITED BY SIZE
044200             WS-FT-EFF-DATE (WS-FX) DELIMITED BY SIZE
044300             INTO WS-PRINT-LINE
044400         END-STRING
044500     ELSE
044600         STRING '  FEE ' DELIMITED BY SIZE
044700             WS-FT-TYPE (WS-FX) DELIMITED BY SIZE
044800             ' NONE IN FORCE - NOT CHARGED' DELIMITED BY SIZE
044900             INTO WS-PRINT-LINE
045000         END-STRING
045100     END-IF.
045200     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
045300     ADD 1 TO WS-FX.
045400 1250-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------------
045800* 1300-LOAD-FEES
045900*     READS FEESCHF FROM END TO END AND KEEPS, FOR EACH FEE
046000*     TYPE, THE LAST RECORD IN FORCE ON THE RUN DATE - ACTIVE,
046100*     EFFECTIVE ON OR BEFORE IT, AND NOT EXPIRED.
046200*----------------------------------------------------------------
046300 1300-LOAD-FEES.
046400     MOVE 'MNT' TO WS-FT-TYPE (1).
046500     MOVE 'XWD' TO WS-FT-TYPE (2).
046600     MOVE 'CLS' TO WS-FT-TYPE (3).
046700     MOVE 'N'   TO WS-FT-FOUND-SW (1).
046800     MOVE 'N'   TO WS-FT-FOUND-SW (2).
046900     MOVE 'N'   TO WS-FT-FOUND-SW (3).
047000     PERFORM 1310-READ-FEE THRU 1310-EXIT
047100         UNTIL END-OF-FEE-FILE.
047200     CLOSE FEE-FILE.
047300 1300-EXIT.
047400     EXIT.
047500
047600*----------------------------------------------------------------
047700* 1310-READ-FEE
047800*     ONE FEESCHF RECORD - TAKEN INTO ITS TYPE'S ENTRY IF IT IS
047900*     IN FORCE.  AN UNKNOWN TYPE IS IGNORED.
048000*----------------------------------------------------------------
048100 1310-READ-FEE.
048200     READ FEE-FILE NEXT RECORD
048300         AT END MOVE 'Y' TO WS-FEE-EOF-SW
048400     END-READ.
048500     IF END-OF-FEE-FILE
048600         GO TO 1310-EXIT.
048700     IF NOT FEE-ACTIVE
048800      OR FEE-EFF-DATE > WS-RUN-DATE
048900         GO TO 1310-EXIT.
049000     IF FEE-EXP-DATE NOT = SPACES
049100      AND FEE-EXP-DATE < WS-RUN-DATE
049200         GO TO 1310-EXIT.
049300     EVALUATE TRUE
049400         WHEN FEE-MAINTENANCE
049500             MOVE 1 TO WS-FX
049600         WHEN FEE-EXCESS-WDL
049700             MOVE 2 TO WS-FX
049800         WHEN FEE-CLOSING
049900             MOVE 3 TO WS-FX
050000         WHEN OTHER
050100             GO TO 1310-EXIT
050200     END-EVALUATE.
050300     MOVE 'Y'            TO WS-FT-FOUND-SW (WS-FX).
050400     MOVE FEE-EFF-DATE   TO WS-FT-EFF-DATE (WS-FX).
050500     MOVE FEE-DESC       TO WS-FT-DESC (WS-FX).
050600     MOVE FEE-AMT        TO WS-FT-AMT (WS-FX).
050700     MOVE FEE-WAIVE-BAL  TO WS-FT-WAIVE-BAL (WS-FX).
050800     MOVE FEE-FREE-COUNT TO WS-FT-FREE-COUNT (WS-FX).
050900 1310-EXIT.
051000     EXIT.
051100
051200*----------------------------------------------------------------
051300* 2000-READ-ACCT
051400*     READS THE NEXT ACCTMST RECORD AND SETS THE EOF SWITCH.
051500*----------------------------------------------------------------
051600 2000-READ-ACCT.
051700     READ ACCT-FILE NEXT RECORD
051800         AT END MOVE 'Y' TO WS-EOF-SW
051900     END-READ.
052000 2000-EXIT.
052100     EXIT.
052200
052300*----------------------------------------------------------------
052400* 3000-ASSESS-ONE
052500*     ONE ACCOUNT.  A CLOSED ACCOUNT IS ONLY LOOKED AT FOR A
052510*     CLOSING FEE WAIVED AT CLOSE.  AN OPEN ONE HAS ITS MONTH
052600*     READ OFF TRANHIST (WITHDRAWAL COUNT, AND WHETHER THIS
052700*     MONTH IS ALREADY CHARGED), THEN EACH FEE WORKED IN TURN.
052800*     THE MASTER IS REWRITTEN ONLY IF A FEE CAME OFF IT; A
052900*     FAILED REWRITE ABENDS THE RUN.
053100*----------------------------------------------------------------
053200 3000-ASSESS-ONE.
053300     IF ACCT-CLOSED
053400         PERFORM 3400-CLOSING-FEE THRU 3400-EXIT
053500         GO TO 3000-NEXT.
053600     IF ACCT-HOLD-AMT NOT NUMERIC
053700         MOVE ZERO TO ACCT-HOLD-AMT
053800     END-IF.
053900     MOVE 'N' TO WS-REWRITE-SW.
054000     PERFORM 3100-SCAN-HISTORY THRU 3100-EXIT.
054100     IF WS-ALREADY-ASSESSED
054200         ADD 1 TO WS-RERUN-COUNT
054300         DISPLAY 'PROG30 ALREADY ASSESSED THIS MONTH KEY='
054400             ACCT-NO
054500         GO TO 3000-NEXT.
054600     PERFORM 3200-MAINTENANCE-FEE THRU 3200-EXIT.
054700     PERFORM 3300-EXCESS-WDL-FEE THRU 3300-EXIT.
054800     IF NOT WS-REWRITE-NEEDED
054900         GO TO 3000-NEXT.
055000     REWRITE ACCT-RECORD.
055100     IF NOT ACCT-STATUS-OK
055200         DISPLAY 'PROG30 ACCTMST REWRITE FAILED STATUS='
055300             WS-ACCT-STATUS ' KEY=' ACCT-NO
055400         MOVE 16 TO RETURN-CODE
055500         STOP RUN
055600     END-IF.
055700 3000-NEXT.
055800     PERFORM 2000-READ-ACCT THRU 2000-EXIT.
055900 3000-EXIT.
056000     EXIT.
056100
056200*----------------------------------------------------------------
056300* 3100-SCAN-HISTORY
056400*     READS THE ACCOUNT'S TRANHIST RECORDS FROM THE 1ST OF THE
056500*     MONTH TO THE RUN DATE.  COUNTS THE WITHDRAWALS - 'WDL'
056600*     AND 'XFR' DEBITS, LESS 'REV' CREDITS (A REVERSED
056700*     WITHDRAWAL) - AND NOTES ANY 'FEE' DEBIT THIS PROGRAM HAS
056800*     ALREADY WRITTEN FOR THE MONTH.  FOR A CLOSED ACCOUNT IT
056810*     ALSO NOTES A CLOSING FEE PROG2 TOOK (A 'FEE' DEBIT NOT
056820*     WRITTEN HERE) AND ADDS UP THE 'CLS' PAYOUT DEBITS.
056900*----------------------------------------------------------------
057000 3100-SCAN-HISTORY.
057100     MOVE ZERO TO WS-WDL-COUNT.
057110     MOVE ZERO TO WS-CLS-PAYOUT.
057120     MOVE 'N'  TO WS-CLS-FEE-SW.
057200     MOVE 'N'  TO WS-ASSESSED-SW.
057300     MOVE 'N'  TO WS-SCAN-END-SW.
057400     MOVE ACCT-NO        TO HST-ACCT-NO.
057500     MOVE WS-MONTH-START TO HST-POST-DATE.
057600     MOVE ZERO           TO HST-SEQ.
057700     START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
057800         INVALID KEY
057900             MOVE 'Y' TO WS-SCAN-END-SW
058000     END-START.
058100     PERFORM 3110-SCAN-ONE THRU 3110-EXIT
058200         UNTIL WS-SCAN-END.
058300     IF WS-WDL-COUNT < ZERO
058400         MOVE ZERO TO WS-WDL-COUNT
058500     END-IF.
058600 3100-EXIT.
058700     EXIT.
058800
058900*----------------------------------------------------------------
059000* 3110-SCAN-ONE
059100*     ONE TRANHIST RECORD OF THE SCAN - STOPS AT THE NEXT
059200*     ACCOUNT, PAST THE RUN DATE, OR AT END OF FILE.
059300*----------------------------------------------------------------
059400 3110-SCAN-ONE.
059500     READ HIST-FILE NEXT RECORD
059600         AT END MOVE 'Y' TO WS-SCAN-END-SW
059700     END-READ.
059800     IF WS-SCAN-END
059900         GO TO 3110-EXIT.
060000     IF HST-ACCT-NO NOT = ACCT-NO
060100      OR HST-POST-DATE > WS-RUN-DATE
060200         MOVE 'Y' TO WS-SCAN-END-SW
060300         GO TO 3110-EXIT.
060400     EVALUATE TRUE
060500         WHEN HST-FIELD = 'WDL' AND HST-DEBIT
060600             ADD 1 TO WS-WDL-COUNT
060700         WHEN HST-FIELD = 'XFR' AND HST-DEBIT
060800             ADD 1 TO WS-WDL-COUNT
060900         WHEN HST-FIELD = 'REV' AND HST-CREDIT
061000             SUBTRACT 1 FROM WS-WDL-COUNT
061100         WHEN HST-FIELD = 'FEE' AND HST-TERM-ID = 'FEEA'
061200             MOVE 'Y' TO WS-ASSESSED-SW
061210         WHEN HST-FIELD = 'FEE' AND HST-DEBIT
061220             MOVE 'Y' TO WS-CLS-FEE-SW
061230         WHEN HST-FIELD = 'CLS' AND HST-DEBIT
061240             ADD HST-TRAN-AMT TO WS-CLS-PAYOUT
061300         WHEN OTHER
061400             CONTINUE
061500     END-EVALUATE.
061600 3110-EXIT.
061700     EXIT.
061800
061900*----------------------------------------------------------------
062000* 3200-MAINTENANCE-FEE
062100*     THE MONTHLY MAINTENANCE FEE - NOT CHARGED ON AN ACCOUNT
062200*     OPENED THIS MONTH, WAIVED AT OR ABOVE THE WAIVER BALANCE.
062300*----------------------------------------------------------------
062400 3200-MAINTENANCE-FEE.
062500     MOVE 1 TO WS-FX.
062600     IF NOT WS-FT-IN-FORCE (WS-FX)
062700         GO TO 3200-EXIT.
062800     MOVE WS-FT-AMT (WS-FX) TO WS-CHARGE-AMT.
062900     IF ACCT-OPEN-DATE NOT < WS-MONTH-START
063000         MOVE 'WAIVED - OPENED THIS MONTH' TO WS-OUTCOME
063100         PERFORM 4500-WAIVE-FEE THRU 4500-EXIT
063200         GO TO 3200-EXIT.
063300     IF WS-FT-WAIVE-BAL (WS-FX) > ZERO
063400      AND ACCT-AVAIL-BAL NOT < WS-FT-WAIVE-BAL (WS-FX)
063500         MOVE 'WAIVED - MINIMUM BALANCE MET' TO WS-OUTCOME
063600         PERFORM 4500-WAIVE-FEE THRU 4500-EXIT
063700         GO TO 3200-EXIT.
063800     PERFORM 4000-CHARGE-FEE THRU 4000-EXIT.
063900 3200-EXIT.
064000     EXIT.
064100
064200*----------------------------------------------------------------
064300* 3300-EXCESS-WDL-FEE
064400*     THE EXCESS WITHDRAWAL FEE - ONE FEE AMOUNT PER WITHDRAWAL
064500*     OVER THE FREE COUNT, CHARGED AS ONE POSTING.  WAIVED AT
064600*     OR ABOVE THE WAIVER BALANCE.
064700*----------------------------------------------------------------
064800 3300-EXCESS-WDL-FEE.
064900     MOVE 2 TO WS-FX.
065000     IF NOT WS-FT-IN-FORCE (WS-FX)
065100         GO TO 3300-EXIT.
065200     IF WS-WDL-COUNT NOT > WS-FT-FREE-COUNT (WS-FX)
065300         GO TO 3300-EXIT.
065400     COMPUTE WS-EXCESS-COUNT =
065500         WS-WDL-COUNT - WS-FT-FREE-COUNT (WS-FX).
065600     COMPUTE WS-CHARGE-AMT =
065700         WS-FT-AMT (WS-FX) * WS-EXCESS-COUNT.
065800     IF WS-FT-WAIVE-BAL (WS-FX) > ZERO
065900      AND ACCT-AVAIL-BAL NOT < WS-FT-WAIVE-BAL (WS-FX)
066000         MOVE 'WAIVED - MINIMUM BALANCE MET' TO WS-OUTCOME
066100         PERFORM 4500-WAIVE-FEE THRU 4500-EXIT
066200         GO TO 3300-EXIT.
066300     PERFORM 4000-CHARGE-FEE THRU 4000-EXIT.
066400 3300-EXIT.
066500     EXIT.
066600
066700*----------------------------------------------------------------
066800* 3400-CLOSING-FEE
066900*     PROG2 TAKES THE CLOSING FEE AT THE CLOSE, SO THE ONLY
067000*     CLOSING FEE LEFT TO REPORT IS ONE WAIVED THERE.  AN
067010*     ACCOUNT CLOSED THIS MONTH (ITS LAST POSTING DATE, WHICH
067020*     PROG2 STAMPS ON THE CLOSE, FALLS IN THE MONTH) WITH NO
067030*     CLOSING FEE ON TRANHIST, WHOSE 'CLS' PAYOUT - THE WHOLE
067040*     BALANCE AT THE CLOSE - IS AT OR ABOVE THE WAIVER BALANCE,
067050*     IS REPORTED WAIVED.  THE WAIVER BALANCE IS THE ONE IN
067060*     FORCE ON THE RUN DATE.
067300*----------------------------------------------------------------
067400 3400-CLOSING-FEE.
067500     MOVE 3 TO WS-FX.
067600     IF NOT WS-FT-IN-FORCE (WS-FX)
067700         GO TO 3400-EXIT.
067710     IF WS-FT-WAIVE-BAL (WS-FX) NOT > ZERO
067720         GO TO 3400-EXIT.
067800     IF ACCT-LAST-TRAN-DATE < WS-MONTH-START
067900      OR ACCT-LAST-TRAN-DATE > WS-RUN-DATE
068000         GO TO 3400-EXIT.
068010     PERFORM 3100-SCAN-HISTORY THRU 3100-EXIT.
068020     IF WS-CLS-FEE-TAKEN
068030      OR WS-CLS-PAYOUT < WS-FT-WAIVE-BAL (WS-FX)
068040         GO TO 3400-EXIT.
068100     MOVE WS-FT-AMT (WS-FX) TO WS-CHARGE-AMT.
068200     MOVE 'WAIVED AT CLOSE - MIN BALANCE MET' TO WS-OUTCOME.
068300     PERFORM 4500-WAIVE-FEE THRU 4500-EXIT.
068600 3400-EXIT.
068700     EXIT.
068800
068900*----------------------------------------------------------------
069000* 4000-CHARGE-FEE
069100*     TAKES WS-CHARGE-AMT FOR FEE ENTRY WS-FX OFF THE ACCOUNT IF
069200*     THE BALANCE FREE OF HOLDS COVERS IT, AND WRITES IT TO
069300*     AUDITF AND TRANHIST; OTHERWISE REPORTS IT NOT TAKEN.
069400*----------------------------------------------------------------
069500 4000-CHARGE-FEE.
069600     COMPUTE WS-FREE-BAL = ACCT-AVAIL-BAL - ACCT-HOLD-AMT.
069700     IF WS-CHARGE-AMT > WS-FREE-BAL
069800         MOVE 'NOT TAKEN - INSUFFICIENT FUNDS' TO WS-OUTCOME
069900         ADD 1             TO WS-NOFUNDS-COUNT
070000         ADD WS-CHARGE-AMT TO WS-NOFUNDS-AMT
070100         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
070200         GO TO 4000-EXIT.
070300     SUBTRACT WS-CHARGE-AMT FROM ACCT-AVAIL-BAL.
070400     MOVE 'Y' TO WS-REWRITE-SW.
070500     PERFORM 4100-AUDIT-FEE THRU 4100-EXIT.
070600     PERFORM 4200-WRITE-HIST THRU 4200-EXIT.
070700     MOVE 'CHARGED' TO WS-OUTCOME.
070800     ADD 1             TO WS-CHARGED-COUNT.
070900     ADD WS-CHARGE-AMT TO WS-CHARGED-AMT.
071000     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
071100 4000-EXIT.
071200     EXIT.
071300
071400*----------------------------------------------------------------
071500* 4100-AUDIT-FEE
071600*     WRITES THE FEE TO AUDITF THE WAY PROG19 AUDITS INTEREST -
071700*     FUNCTION 'FEE', APPROVED '0000', THE TERMINAL SLOT
071800*     CARRYING 'FEEA' SO THE TRAIL SHOWS WHERE THE POSTING CAME
071900*     FROM, AND THE SCHEDULE'S DESCRIPTION AS THE MESSAGE.  A
072000*     FAILED AUDIT WRITE IS LOGGED AND COUNTED BUT DOES NOT
072100*     STOP THE ASSESSMENT.
072200*----------------------------------------------------------------
072300 4100-AUDIT-FEE.
072400     ACCEPT WS-TIME-RAW FROM TIME.
072500     MOVE WS-RUN-DATE     TO AUD-DATE.
072600     MOVE WS-TIME-6       TO AUD-TIME.
072700     MOVE 'FEEA'          TO AUD-TERM-ID.
072800     MOVE ZERO            TO AUD-TASK-NO.
072900     ADD 1 TO WS-AUD-SEQ-CTR.
073000     MOVE WS-AUD-SEQ-CTR  TO AUD-SEQ.
073100     MOVE ZERO            TO AUD-RESP.
073200     MOVE ZERO            TO AUD-RESP2.
073300     MOVE 'FEE'           TO AUD-FIELD.
073400     MOVE ACCT-NO         TO AUD-ACCT-NO.
073500     MOVE SPACES          TO AUD-TO-ACCT-NO.
073600     MOVE WS-CHARGE-AMT   TO AUD-TRAN-AMT.
073700     MOVE WS-RUN-DATE     TO AUD-EFF-DATE.
073800     MOVE '0000'          TO AUD-RESP-CODE.
073900     MOVE WS-FT-DESC (WS-FX) TO AUD-RESP-MSG.
074000     MOVE SPACES          TO AUD-OPER-ID.
074100     MOVE SPACES          TO AUD-XREF-KEY.
074200     MOVE SPACES          TO AUD-REV-FUNC.
074300     MOVE SPACES          TO AUD-TELLER-ID.
074400     WRITE AUDIT-RECORD
074500         INVALID KEY
074600             ADD 1 TO WS-AUDFAIL-COUNT
074700             DISPLAY 'PROG30 AUDIT WRITE FAILED STATUS='
074800                 WS-AUDIT-STATUS ' KEY=' AUDIT-KEY
074900     END-WRITE.
075000 4100-EXIT.
075100     EXIT.
075200
075300*----------------------------------------------------------------
075400* 4200-WRITE-HIST
075500*     WRITES THE FEE TO TRANHIST AS A DEBIT SO THE STATEMENT
075600*     SHOWS THE SERVICE-CHARGE LINE - SEQUENCE 1 FOR THE ACCOUNT
075700*     AND DATE, A DUPLICATE BUMPS AND RETRIES (SAME AS PROG19'S
075800*     5000-WRITE-HIST).  ANY OTHER FAILURE IS LOGGED BUT DOES
075900*     NOT STOP THE ASSESSMENT - THE FEE IS ON THE MASTER AND
076000*     THE TRAIL.
076100*----------------------------------------------------------------
076200 4200-WRITE-HIST.
076300     MOVE SPACES TO HIST-RECORD.
076400     MOVE ACCT-NO         TO HST-ACCT-NO.
076500     MOVE WS-RUN-DATE     TO HST-POST-DATE.
076600     MOVE 1               TO HST-SEQ.
076700     MOVE 'FEE'           TO HST-FIELD.
076800     MOVE 'DR'            TO HST-DR-CR.
076900     MOVE WS-CHARGE-AMT   TO HST-TRAN-AMT.
077000     MOVE ACCT-AVAIL-BAL  TO HST-BAL-AFTER.
077100     MOVE SPACES          TO HST-OTHER-ACCT-NO.
077200     MOVE 'FEEA'          TO HST-TERM-ID.
077300     MOVE WS-TIME-6       TO HST-TIME.
077400     MOVE 'N' TO WS-HST-DONE-SW.
077500     PERFORM 4210-WRITE-HIST-ONE THRU 4210-EXIT
077600         UNTIL WS-HST-DONE-SW = 'Y'.
077700 4200-EXIT.
077800     EXIT.
077900
078000*----------------------------------------------------------------
078100* 4210-WRITE-HIST-ONE
078200*     ONE WRITE ATTEMPT - A DUPLICATE KEY BUMPS THE SEQUENCE
078300*     AND TRIES AGAIN.
078400*----------------------------------------------------------------
078500 4210-WRITE-HIST-ONE.
078600     WRITE HIST-RECORD.
078700     IF HIST-STATUS-OK
078800         MOVE 'Y' TO WS-HST-DONE-SW
078900         GO TO 4210-EXIT.
079000     IF HIST-STATUS-DUP
079100      AND HST-SEQ < 9999
079200         ADD 1 TO HST-SEQ
079300         GO TO 4210-EXIT.
079400     MOVE 'Y' TO WS-HST-DONE-SW.
079500     DISPLAY 'PROG30 HISTORY WRITE FAILED STATUS='
079600         WS-HIST-STATUS ' KEY=' HIST-KEY.
079700 4210-EXIT.
079800     EXIT.
079900
080000*----------------------------------------------------------------
080100* 4500-WAIVE-FEE
080200*     A WAIVED FEE MOVES NO MONEY BUT IS COUNTED AND REPORTED -
080300*     THE BRANCH'S VIEW OF WHAT IT IS EXCUSING.
080400*----------------------------------------------------------------
080500 4500-WAIVE-FEE.
080600     ADD 1             TO WS-WAIVED-COUNT.
080700     ADD WS-CHARGE-AMT TO WS-WAIVED-AMT.
080800     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
080900 4500-EXIT.
081000     EXIT.
081100
081200*----------------------------------------------------------------
081300* 7000-PRINT-DETAIL
081400*     ONE REPORT LINE FOR FEE ENTRY WS-FX AGAINST THE ACCOUNT IN
081500*     HAND, WITH THE BALANCE AS IT STANDS AFTER THE FEE.
081600*----------------------------------------------------------------
081700 7000-PRINT-DETAIL.
081800     MOVE ACCT-NO              TO WS-DL-ACCT.
081900     MOVE ACCT-CUST-NO         TO WS-DL-CUST.
082000     MOVE WS-FT-TYPE (WS-FX)   TO WS-DL-TYPE.
082100     MOVE WS-FT-DESC (WS-FX)   TO WS-DL-DESC.
082200     MOVE WS-CHARGE-AMT        TO WS-DL-AMT.
082300     MOVE WS-OUTCOME           TO WS-DL-OUTCOME.
082400     MOVE ACCT-AVAIL-BAL       TO WS-DL-BAL.
082500     MOVE WS-DTL-LINE          TO WS-PRINT-LINE.
082600     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
082700 7000-EXIT.
082800     EXIT.
082900
083000*----------------------------------------------------------------
083100* 7900-WRITE-LINE
083200*     WRITES WS-PRINT-LINE.  A FAILED WRITE ABENDS THE RUN - A
083300*     SILENTLY SHORT REPORT IS WORSE THAN STOPPING THE JOB.
083400*----------------------------------------------------------------
083500 7900-WRITE-LINE.
083600     WRITE RPT-RECORD FROM WS-PRINT-LINE.
083700     IF NOT RPT-STATUS-OK
083800         DISPLAY 'PROG30 RPTOUT WRITE FAILED STATUS='
083900             WS-RPT-STATUS
084000         MOVE 16 TO RETURN-CODE
084100         STOP RUN
084200     END-IF.
084300 7900-EXIT.
084400     EXIT.
084500
084600*----------------------------------------------------------------
084700* 9000-TERMINATE
084800*     PRINTS THE TOTALS, CLOSES THE FILES AND REPORTS THE
084900*     COUNTS.  A FEE NOT TAKEN FOR WANT OF FUNDS LEAVES RC=4 SO
085000*     THE BRANCH FOLLOWS IT UP; AN AUDIT WRITE FAILURE LEAVES
085100*     RC=8.
085200*----------------------------------------------------------------
085300 9000-TERMINATE.
085400     MOVE SPACES TO WS-PRINT-LINE.
085500     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
085600     MOVE WS-CHARGED-COUNT TO WS-COUNT-DISP.
085700     MOVE WS-CHARGED-AMT   TO WS-TOTAL-DISP.
085800     STRING '  CHARGED:             ' DELIMITED BY SIZE
085900         WS-COUNT-DISP DELIMITED BY SIZE
086000         '  FOR ' DELIMITED BY SIZE
086100         WS-TOTAL-DISP DELIMITED BY SIZE
086200         INTO WS-PRINT-LINE
086300     END-STRING.
086400     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
086500     MOVE SPACES TO WS-PRINT-LINE.
086600     MOVE WS-WAIVED-COUNT TO WS-COUNT-DISP.
086700     MOVE WS-WAIVED-AMT   TO WS-TOTAL-DISP.
086800     STRING '  WAIVED:              ' DELIMITED BY SIZE
086900         WS-COUNT-DISP DELIMITED BY SIZE
087000         '  FOR ' DELIMITED BY SIZE
087100         WS-TOTAL-DISP DELIMITED BY SIZE
087200         INTO WS-PRINT-LINE
087300     END-STRING.
087400     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
087500     MOVE SPACES TO WS-PRINT-LINE.
087600     MOVE WS-NOFUNDS-COUNT TO WS-COUNT-DISP.
087700     MOVE WS-NOFUNDS-AMT   TO WS-TOTAL-DISP.
087800     STRING '  NOT TAKEN (FUNDS):   ' DELIMITED BY SIZE
087900         WS-COUNT-DISP DELIMITED BY SIZE
088000         '  FOR ' DELIMITED BY SIZE
088100         WS-TOTAL-DISP DELIMITED BY SIZE
088200         INTO WS-PRINT-LINE
088300     END-STRING.
088400     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
089500     MOVE SPACES TO WS-PRINT-LINE.
089600     MOVE WS-RERUN-COUNT TO WS-COUNT-DISP.
089700     STRING '  ACCOUNTS ALREADY DONE:' DELIMITED BY SIZE
089800         WS-COUNT-DISP DELIMITED BY SIZE
089900         INTO WS-PRINT-LINE
090000     END-STRING.
090100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
090200     CLOSE ACCT-FILE
090300          AUDIT-FILE
090400          HIST-FILE
090500          RPT-FILE.
090600     MOVE SPACES TO WS-CONSOLE-MSG.
090700     MOVE WS-CHARGED-COUNT TO WS-COUNT-DISP.
090800     STRING 'PROG30 FEES CHARGED:            '
090900             DELIMITED BY SIZE
091000             WS-COUNT-DISP DELIMITED BY SIZE
091100             INTO WS-CONSOLE-MSG
091200     END-STRING.
091300     DISPLAY WS-CONSOLE-MSG.
091400     MOVE SPACES TO WS-CONSOLE-MSG.
091500     MOVE WS-WAIVED-COUNT TO WS-COUNT-DISP.
091600     STRING 'PROG30 FEES WAIVED:             '
091700             DELIMITED BY SIZE
091800             WS-COUNT-DISP DELIMITED BY SIZE
091900             INTO WS-CONSOLE-MSG
092000     END-STRING.
092100     DISPLAY WS-CONSOLE-MSG.
092200     MOVE SPACES TO WS-CONSOLE-MSG.
092300     MOVE WS-NOFUNDS-COUNT TO WS-COUNT-DISP.
092400     STRING 'PROG30 NOT TAKEN - INSUFFICIENT:'
092500             DELIMITED BY SIZE
092600             WS-COUNT-DISP DELIMITED BY SIZE
092700             INTO WS-CONSOLE-MSG
092800     END-STRING.
092900     DISPLAY WS-CONSOLE-MSG.
093000     IF WS-NOFUNDS-COUNT > 0
093100         MOVE 4 TO RETURN-CODE
093200     END-IF.
093300     IF WS-AUDFAIL-COUNT > 0
093400         MOVE 8 TO RETURN-CODE
093500     END-IF.
093600 9000-EXIT.
093700     EXIT.
