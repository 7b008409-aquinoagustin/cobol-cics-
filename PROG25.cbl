000100*================================================================
000200* PROGRAM-ID.  PROG25
000300* AUTHOR.      J. MARTINEZ - ONLINE SYSTEMS GROUP
000400* INSTALLATION. DALLAS DATA CENTER
000500* DATE-WRITTEN. 2026-10-15
000600*
000700* PURPOSE.
000800*     NIGHTLY LARGE CASH TRANSACTION REPORTING AND STRUCTURING
000900*     DETECTION.  ROLLS THE DAY'S APPROVED CASH ACTIVITY ON
001000*     AUDITF UP TO THE PERSON BEHIND IT - ACCOUNT, THROUGH
001100*     ACCT-CUST-NO, TO THE CUSTMST OWNER, AND ON TO THE OWNER'S
001200*     TAX ID (CUST-TAX-ID), SO TWO CUSTOMER NUMBERS FOR ONE
001300*     TAXPAYER ARE TOTALLED TOGETHER (SEE CTRREC FOR THE
001400*     FALLBACK WHEN THERE IS NO TAX ID OR NO OWNER).
001500*
001600*     CASH IS AN APPROVED 'DEP' (IN) OR 'WDL' (OUT), OR THE
001610*     BALANCE PAID OUT AT A 'CLS' (OUT); A SAME-DAY
001700*     'REV' OF EITHER NETS OUT OF THE SIDE IT REVERSES.  BULK
001800*     INTAKE POSTINGS (PROG17, TERMINAL 'BLKI') ARE PAYROLL AND
001900*     SCHEDULED DEBITS, AND STANDING INSTRUCTION OCCURRENCES
001910*     (PROG28, TERMINAL 'STIN') ARE SCHEDULED TRANSFERS AND
001920*     PAYMENTS, AND MQ REQUESTS (PROG9, TERMINAL 'MQIB') COME
001930*     FROM ANOTHER SYSTEM, NOT ACROSS A COUNTER - NONE OF THE
001940*     THREE IS CASH, AND ALL ARE PASSED OVER.
002000*
002100*     A SUBJECT WHOSE CASH IN OR CASH OUT FOR THE DAY EXCEEDS
002200*     $10,000 IS WRITTEN TO THE CTROUT FILING FILE (SEE CTRREC)
002300*     AND PART 1 OF THE REPORT.
002400*
002500*     EVERY SUBJECT'S DAY IS ALSO KEPT ON CASHHSTF (SEE CASHREC)
002600*     SO THE STRUCTURING CHECK CAN LOOK BACK OVER A ROLLING
002700*     WINDOW OF BUSINESS DAYS (TAKEN FROM CALENDF).  A DAY IS A
002800*     NEAR-THRESHOLD DAY ON A SIDE WHEN THE DAY'S TOTAL, OR ANY
002900*     SINGLE ITEM, LANDED AT OR ABOVE THE RUN'S FLOOR AND AT OR
003000*     BELOW THE THRESHOLD.  A SUBJECT WITH A NEAR-THRESHOLD DAY
003100*     TODAY AND AT LEAST THE RUN'S MINIMUM OF NEAR-THRESHOLD
003200*     DAYS ON ONE SIDE ACROSS THE WINDOW IS LISTED IN PART 2 OF
003300*     THE REPORT FOR REVIEW.
003400*
003500*     EVERY CTR AND STRUCTURING ITEM IS ALSO WRITTEN PENDING TO
003600*     CMPLF (SEE CMPLREC) FOR COMPLIANCE TO WORK ON THE PROG26
003700*     SCREEN.  A RERUN NEVER RESETS AN ITEM ALREADY ON FILE.
003800*
003900*     RUNS AS STEP013 OF THE PROG5X CLOSE-OF-BUSINESS WINDOW.
004000*     CMPLF IS UPDATED FROM BATCH HERE - QUIESCE IT IN CICS
004100*     (CEMT SET FILE(CMPLF) CLOSED) FOR THE DURATION.
004200*
004300* INPUT.
004400*     SYSIN    - ONE CARD: THE RUN DATE (CCYYMMDD, COLS 1-8),
004500*                THE WINDOW IN BUSINESS DAYS (COLS 9-10), THE
004600*                NEAR-THRESHOLD FLOOR IN WHOLE DOLLARS (COLS
004700*                11-15) AND THE MINIMUM NEAR-THRESHOLD DAYS TO
004800*                FLAG (COLS 16-17).  A BLANK DATE RESOLVES TO THE
004900*                LAST BUSINESS DAY; BLANK VALUES DEFAULT TO 10
005000*                DAYS, $8,000 AND 3 DAYS.
005100*     AUDITF   - THE VSAM AUDIT TRAIL FILE, READ SEQUENTIALLY.
005200*     ACCTMST  - THE VSAM ACCOUNT MASTER, READ FOR THE OWNER.
005300*     CUSTMST  - THE VSAM CUSTOMER MASTER, READ FOR THE TAX ID.
005400*     CALENDF  - THE BUSINESS CALENDAR, FOR THE WINDOW.
005500* OUTPUT.
005600*     CASHHSTF - THE DAY'S CASH HISTORY; EXPIRED DAYS DELETED.
005700*     CMPLF    - NEW COMPLIANCE REVIEW ITEMS.
005800*     CTROUT   - THE CTR FILING FILE.
005900*     RPTOUT   - THE PRINTED CTR AND STRUCTURING REPORT.
006000*
006100* MAINTENANCE HISTORY.
006200* DATE       INIT  DESCRIPTION
006300* 2026-10-15 JXM   INITIAL VERSION.
006310* 2026-10-15 JXM   STANDING INSTRUCTION OCCURRENCES ('STIN') ARE
006320*                  NOT CASH - PASSED OVER WITH BULK INTAKE.
006330* 2026-10-15 JXM   THE BALANCE PAID OUT AT A 'CLS' IS CASH OUT.
006340* 2026-10-15 JXM   MQ REQUESTS ('MQIB') ARE NOT CASH - PASSED
006350*                  OVER WITH BULK INTAKE.
006400*================================================================
006500 IDENTIFICATION DIVISION.
006600 PROGRAM-ID. PROG25.
006700 AUTHOR. J. MARTINEZ.
006800 INSTALLATION. DALLAS DATA CENTER.
006900 DATE-WRITTEN. 2026-10-15.
007000 DATE-COMPILED.
007100
007200 ENVIRONMENT DIVISION.
007300 INPUT-OUTPUT SECTION.
007400 FILE-CONTROL.
007500     SELECT AUDIT-FILE ASSIGN TO AUDITF
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS SEQUENTIAL
007800         RECORD KEY IS AUDIT-KEY
007900         FILE STATUS IS WS-AUDIT-STATUS.
008000     SELECT ACCT-FILE ASSIGN TO ACCTMST
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS RANDOM
008300         RECORD KEY IS ACCT-KEY
008400         FILE STATUS IS WS-ACCT-STATUS.
008500     SELECT CUST-FILE ASSIGN TO CUSTMST
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS RANDOM
008800         RECORD KEY IS CUST-KEY
008900         FILE STATUS IS WS-CUST-STATUS.
009000     SELECT CALEND-FILE ASSIGN TO CALENDF
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS CAL-KEY
009400         FILE STATUS IS WS-CAL-STATUS.
009500     SELECT CASH-FILE ASSIGN TO CASHHSTF
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS CASH-KEY
009900         FILE STATUS IS WS-CASH-STATUS.
010000     SELECT CMPL-FILE ASSIGN TO CMPLF
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS RANDOM
010300         RECORD KEY IS CMPL-KEY
010400         FILE STATUS IS WS-CMPL-STATUS.
010500     SELECT PARM-FILE ASSIGN TO SYSIN
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS WS-PARM-STATUS.
010800     SELECT CTR-FILE ASSIGN TO CTROUT
010900         ORGANIZATION IS SEQUENTIAL
011000         FILE STATUS IS WS-CTR-STATUS.
011100     SELECT RPT-FILE ASSIGN TO RPTOUT
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS WS-RPT-STATUS.
011400
011500 DATA DIVISION.
011600 FILE SECTION.
011700*----------------------------------------------------------------
011800* AUDITF - SAME RECORD LAYOUT PROG1 WRITES.
011900*----------------------------------------------------------------
012000 FD  AUDIT-FILE.
012100 COPY AUDITREC.
012200
012300*----------------------------------------------------------------
012400* ACCTMST - SAME RECORD LAYOUT PROG2 POSTS.
012500*----------------------------------------------------------------
012600 FD  ACCT-FILE.
012700 COPY ACCTREC.
012800
012900*----------------------------------------------------------------
013000* CUSTMST - SAME RECORD LAYOUT PROG13 MAINTAINS.
013100*----------------------------------------------------------------
013200 FD  CUST-FILE.
013300 COPY CUSTREC.
013400
013500*----------------------------------------------------------------
013600* CALENDF - RANDOM READ TO RESOLVE A BLANK RUN DATE, THEN READ
013700* IN DATE ORDER FOR THE BUSINESS DAYS OF THE WINDOW.
013800*----------------------------------------------------------------
013900 FD  CALEND-FILE.
014000 COPY CALREC.
014100
014200*----------------------------------------------------------------
014300* CASHHSTF - ONE RECORD PER SUBJECT PER BUSINESS DAY.
014400*----------------------------------------------------------------
014500 FD  CASH-FILE.
014600 COPY CASHREC.
014700
014800*----------------------------------------------------------------
014900* CMPLF - COMPLIANCE REVIEW ITEMS, WORKED ON THE PROG26 SCREEN.
015000*----------------------------------------------------------------
015100 FD  CMPL-FILE.
015200 COPY CMPLREC.
015300
015400*----------------------------------------------------------------
015500* SYSIN PARAMETER CARD - RUN DATE, WINDOW, FLOOR, MINIMUM.
015600*----------------------------------------------------------------
015700 FD  PARM-FILE.
015800 01  PARM-RECORD.
015900    05  PARM-RUN-DATE           PIC X(08).
016000    05  PARM-WIN-DAYS           PIC X(02).
016100    05  PARM-NEAR-FLOOR         PIC X(05).
016200    05  PARM-MIN-DAYS           PIC X(02).
016300    05  FILLER                  PIC X(63).
016400
016500*----------------------------------------------------------------
016600* CTROUT - THE CTR FILING FILE.
016700*----------------------------------------------------------------
016800 FD  CTR-FILE.
016900 COPY CTRREC.
017000
017100*----------------------------------------------------------------
017200* PRINTED CTR AND STRUCTURING REPORT.
017300*----------------------------------------------------------------
017400 FD  RPT-FILE.
017500 01  RPT-RECORD              PIC X(132).
017600
017700 WORKING-STORAGE SECTION.
017800*----------------------------------------------------------------
017900* FILE STATUS / SWITCHES.
018000*----------------------------------------------------------------
018100 01  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
018200    88  AUDIT-STATUS-OK              VALUE '00'.
018300 01  WS-ACCT-STATUS           PIC X(02) VALUE '00'.
018400    88  ACCT-STATUS-OK               VALUE '00'.
018500    88  ACCT-STATUS-NOTFND           VALUE '23'.
018600 01  WS-CUST-STATUS           PIC X(02) VALUE '00'.
018700    88  CUST-STATUS-OK               VALUE '00'.
018800    88  CUST-STATUS-NOTFND           VALUE '23'.
018900 01  WS-CAL-STATUS            PIC X(02) VALUE '00'.
019000    88  CAL-STATUS-OK                VALUE '00'.
019100 01  WS-CASH-STATUS           PIC X(02) VALUE '00'.
019200    88  CASH-STATUS-OK               VALUE '00'.
019300    88  CASH-STATUS-DUPKEY           VALUE '22'.
019400 01  WS-CMPL-STATUS           PIC X(02) VALUE '00'.
019500    88  CMPL-STATUS-OK               VALUE '00'.
019600    88  CMPL-STATUS-DUPKEY           VALUE '22'.
019700 01  WS-PARM-STATUS           PIC X(02) VALUE '00'.
019800    88  PARM-STATUS-OK               VALUE '00'.
019900 01  WS-CTR-STATUS            PIC X(02) VALUE '00'.
020000    88  CTR-STATUS-OK                VALUE '00'.
020100 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
020200    88  RPT-STATUS-OK                VALUE '00'.
020300 01  WS-EOF-SW                PIC X(01) VALUE 'N'.
020400    88  END-OF-AUDIT-FILE             VALUE 'Y'.
020500 01  WS-CAL-EOF-SW            PIC X(01) VALUE 'N'.
020600    88  END-OF-CALENDAR               VALUE 'Y'.
020700 01  WS-CASH-EOF-SW           PIC X(01) VALUE 'N'.
020800    88  END-OF-CASH-FILE              VALUE 'Y'.
020900
021000*----------------------------------------------------------------
021100* RUN DATE - FROM SYSIN, OR THE LAST BUSINESS DAY IF NO CARD.
021200*----------------------------------------------------------------
021300 01  WS-RUN-DATE              PIC X(08).
021400
021500*----------------------------------------------------------------
021600* THE REPORTING THRESHOLD IS SET BY REGULATION, NOT BY THE RUN -
021700* CASH OVER THIS AMOUNT IN A BUSINESS DAY IS REPORTABLE.  THE
021800* NEAR-THRESHOLD FLOOR, WINDOW AND MINIMUM DAYS ARE THE RUN'S
021900* (SYSIN) TUNING OF THE STRUCTURING CHECK.
022000*----------------------------------------------------------------
022100 01  WS-CTR-THRESHOLD         PIC S9(09)V99 COMP-3
022200                                  VALUE 10000.00.
022300 01  WS-WIN-DAYS              PIC 9(02) VALUE 10.
022400 01  WS-NEAR-FLOOR-DOLLARS    PIC 9(05) VALUE 8000.
022500 01  WS-NEAR-FLOOR            PIC S9(09)V99 COMP-3.
022600 01  WS-MIN-DAYS              PIC 9(02) VALUE 3.
022700
022800*----------------------------------------------------------------
022900* BUSINESS DAY RING - THE LAST 60 BUSINESS DAYS ON CALENDF UP TO
023000* THE RUN DATE, WRAPPING.  THE WINDOW STARTS WS-WIN-DAYS BUSINESS
023100* DAYS BACK (COUNTING THE RUN DATE); CASH HISTORY BEFORE THE
023200* OLDEST DAY IN THE RING IS EXPIRED.  NO DATE ARITHMETIC - THE
023300* CALENDAR IS THE ONLY JUDGE OF WHAT A BUSINESS DAY IS.
023400*----------------------------------------------------------------
023500 01  WS-BDAY-TABLE.
023600    05  WS-BDAY               PIC X(08) OCCURS 60 TIMES.
023700 01  WS-BDAY-POS              PIC S9(03) COMP-3 VALUE 0.
023800 01  WS-BDAY-SUB              PIC S9(03) COMP-3.
023900 01  WS-BDAY-TOTAL            PIC 9(07) COMP-3 VALUE 0.
024000 01  WS-WINDOW-START          PIC X(08).
024100 01  WS-PURGE-BEFORE          PIC X(08).
024200
024300*----------------------------------------------------------------
024400* SUBJECT TABLE - ONE ENTRY PER SUBJECT WITH CASH ACTIVITY ON THE
024500* RUN DATE, BUILT UP AS AUDITF IS READ (SAME SHAPE AS PROG11'S
024600* POSTING SUMMARY).  A SUBJECT PAST THE OCCURS LIMIT IS COUNTED
024700* AND FLAGGED - THE CTR FILING IS THEN KNOWN INCOMPLETE.
024800*----------------------------------------------------------------
024900 01  WS-SUBJ-COUNT            PIC 9(05) COMP-3 VALUE 0.
025000 01  WS-SUBJ-TABLE.
025100    05  WS-SUBJ-ENTRY OCCURS 0 TO 5000 TIMES
025200         DEPENDING ON WS-SUBJ-COUNT
025300         INDEXED BY WS-SUBJ-IDX.
025400        10  WS-SJ-KEY.
025500            15  WS-SJ-TYPE          PIC X(01).
025600            15  WS-SJ-ID            PIC X(10).
025700        10  WS-SJ-TAX-ID            PIC X(09).
025800        10  WS-SJ-CUST-NO           PIC X(10).
025900        10  WS-SJ-NAME              PIC X(30).
026000        10  WS-SJ-ADDR-LINE-1       PIC X(30).
026100        10  WS-SJ-ADDR-LINE-2       PIC X(30).
026200        10  WS-SJ-FIRST-ACCT        PIC X(10).
026300        10  WS-SJ-IN-AMT            PIC S9(11)V99 COMP-3.
026400        10  WS-SJ-IN-CNT            PIC 9(05) COMP-3.
026500        10  WS-SJ-OUT-AMT           PIC S9(11)V99 COMP-3.
026600        10  WS-SJ-OUT-CNT           PIC 9(05) COMP-3.
026700        10  WS-SJ-NEAR-IN           PIC 9(05) COMP-3.
026800        10  WS-SJ-NEAR-OUT          PIC 9(05) COMP-3.
026900 01  WS-SUBJ-TABLE-FULL-SW    PIC X(01) VALUE 'N'.
027000    88  WS-SUBJ-TABLE-FULL       VALUE 'Y'.
027100 01  WS-SUBJ-FOUND-SW         PIC X(01) VALUE 'N'.
027200    88  WS-SUBJ-FOUND            VALUE 'Y'.
027300
027400*----------------------------------------------------------------
027500* THE SUBJECT THE CURRENT TRAIL RECORD BELONGS TO, AND THE SIDE
027600* AND SIGN IT COUNTS ON.
027700*----------------------------------------------------------------
027800 01  WS-CUR-SUBJ.
027900    05  WS-CUR-TYPE           PIC X(01).
028000    05  WS-CUR-ID             PIC X(10).
028100 01  WS-CUR-TAX-ID            PIC X(09).
028200 01  WS-CUR-CUST-NO           PIC X(10).
028300 01  WS-CUR-NAME              PIC X(30).
028400 01  WS-CUR-ADDR-LINE-1       PIC X(30).
028500 01  WS-CUR-ADDR-LINE-2       PIC X(30).
028600 01  WS-CASH-DIR              PIC X(01).
028700    88  WS-CASH-IN               VALUE 'I'.
028800    88  WS-CASH-OUT              VALUE 'O'.
028900    88  WS-CASH-NONE             VALUE 'N'.
029000 01  WS-CASH-AMT              PIC S9(11)V99 COMP-3.
029100
029200*----------------------------------------------------------------
029300* STRUCTURING SCAN - THE SUBJECT WHOSE HISTORY IS BEING READ AND
029400* WHAT ITS DAYS INSIDE THE WINDOW ADD UP TO.
029500*----------------------------------------------------------------
029600 01  WS-GRP-SW                PIC X(01) VALUE 'N'.
029700    88  WS-GRP-ACTIVE            VALUE 'Y'.
029800 01  WS-GRP-SUBJ.
029900    05  WS-GRP-TYPE           PIC X(01).
030000    05  WS-GRP-ID             PIC X(10).
030100 01  WS-GRP-TAX-ID            PIC X(09).
030200 01  WS-GRP-CUST-NO           PIC X(10).
030300 01  WS-GRP-NAME              PIC X(30).
030400 01  WS-GRP-IN-AMT            PIC S9(11)V99 COMP-3.
030500 01  WS-GRP-OUT-AMT           PIC S9(11)V99 COMP-3.
030600 01  WS-GRP-NEAR-IN-DAYS      PIC 9(03) COMP-3.
030700 01  WS-GRP-NEAR-OUT-DAYS     PIC 9(03) COMP-3.
030800 01  WS-GRP-TODAY-SW          PIC X(01).
030900    88  WS-GRP-NEAR-TODAY        VALUE 'Y'.
031000 01  WS-DAY-NEAR-SW           PIC X(01).
031100    88  WS-DAY-IS-NEAR           VALUE 'Y'.
031200
031300*----------------------------------------------------------------
031400* THE COMPLIANCE ITEM BEING WRITTEN.
031500*----------------------------------------------------------------
031600 01  WS-ITEM-TYPE             PIC X(01).
031700
031800*----------------------------------------------------------------
031900* RUNNING COUNTS AND DOLLARS FOR THE REPORT AND CONSOLE.
032000*----------------------------------------------------------------
032100 01  WS-CASH-COUNT            PIC 9(07) COMP-3 VALUE 0.
032200 01  WS-CTR-COUNT             PIC 9(07) COMP-3 VALUE 0.
032300 01  WS-CTR-IN-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
032400 01  WS-CTR-OUT-AMT           PIC S9(11)V99 COMP-3 VALUE 0.
032500 01  WS-STRUCT-COUNT          PIC 9(07) COMP-3 VALUE 0.
032600 01  WS-UNATTRIB-COUNT        PIC 9(07) COMP-3 VALUE 0.
032700 01  WS-ITEM-COUNT            PIC 9(07) COMP-3 VALUE 0.
032800 01  WS-ITEM-DUP-COUNT        PIC 9(07) COMP-3 VALUE 0.
032900 01  WS-PURGE-COUNT           PIC 9(07) COMP-3 VALUE 0.
033000 01  WS-UNTALLIED-COUNT       PIC 9(07) COMP-3 VALUE 0.
033100 01  WS-FILEFAIL-COUNT        PIC 9(07) COMP-3 VALUE 0.
033200 01  WS-COUNT-DISP            PIC ZZZ,ZZ9.
033300 01  WS-AMT-DISP              PIC -ZZ,ZZZ,ZZ9.99.
033400 01  WS-AMT-DISP-2            PIC -ZZ,ZZZ,ZZ9.99.
033500 01  WS-DAYS-DISP             PIC Z9.
033600 01  WS-CONSOLE-MSG           PIC X(70).
033700
033800*----------------------------------------------------------------
033900* PRINT LINE WORK AREAS.  THE LITERAL FILLERS IN THE DETAIL LINE
034000* ARE NEVER OVERWRITTEN, SO IT IS BUILT BY MOVING THE DATA
034100* FIELDS ALONE.  BOTH PARTS OF THE REPORT SHARE THE DETAIL LINE
034200* - THE COUNT COLUMNS ARE CASH ITEMS IN PART 1 AND
034300* NEAR-THRESHOLD DAYS IN PART 2.
034400*----------------------------------------------------------------
034500 01  WS-PRINT-LINE            PIC X(132).
034600 01  WS-DTL-LINE.
034700    05  FILLER                PIC X(02) VALUE SPACES.
034800    05  WS-DL-SUBJ-TYPE       PIC X(01).
034900    05  FILLER                PIC X(01) VALUE SPACES.
035000    05  WS-DL-SUBJ-ID         PIC X(10).
035100    05  FILLER                PIC X(02) VALUE SPACES.
035200    05  WS-DL-CUST            PIC X(10).
035300    05  FILLER                PIC X(02) VALUE SPACES.
035400    05  WS-DL-NAME            PIC X(30).
035500    05  FILLER                PIC X(02) VALUE SPACES.
035600    05  WS-DL-IN              PIC -ZZ,ZZZ,ZZ9.99.
035700    05  FILLER                PIC X(01) VALUE SPACES.
035800    05  WS-DL-IN-CNT          PIC ZZ,ZZ9.
035900    05  FILLER                PIC X(02) VALUE SPACES.
036000    05  WS-DL-OUT             PIC -ZZ,ZZZ,ZZ9.99.
036100    05  FILLER                PIC X(01) VALUE SPACES.
036200    05  WS-DL-OUT-CNT         PIC ZZ,ZZ9.
036300    05  FILLER                PIC X(02) VALUE SPACES.
036400    05  WS-DL-NOTE            PIC X(12).
036500    05  FILLER                PIC X(14) VALUE SPACES.
036600 01  WS-ADDR-LINE.
036700    05  FILLER                PIC X(30) VALUE SPACES.
036800    05  WS-AL-ADDR            PIC X(30).
036900    05  FILLER                PIC X(72) VALUE SPACES.
037000
037100 PROCEDURE DIVISION.
037200*----------------------------------------------------------------
037300* 0000-MAIN-PARA
037400*     MAINLINE - ROLLS THE DAY'S CASH UP BY SUBJECT, FILES THE
037500*     CTRS AND RECORDS THE DAY'S HISTORY, THEN SCANS THE HISTORY
037600*     FOR STRUCTURING.
037700*----------------------------------------------------------------
037800 0000-MAIN-PARA.
037900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038000     PERFORM 3000-PROCESS-AUDIT THRU 3000-EXIT
038100         UNTIL END-OF-AUDIT-FILE.
038200     PERFORM 1400-PRINT-CTR-HEADINGS THRU 1400-EXIT.
038300     PERFORM 5000-FILE-SUBJECT THRU 5000-EXIT
038400         VARYING WS-SUBJ-IDX FROM 1 BY 1
038500         UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT.
038600     PERFORM 1500-PRINT-STRUCT-HEADINGS THRU 1500-EXIT.
038700     PERFORM 6000-SCAN-HISTORY THRU 6000-EXIT.
038800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
038900     STOP RUN.
039000
039100*----------------------------------------------------------------
039200* 1000-INITIALIZE
039300*     OPENS THE FILES, ESTABLISHES THE RUN DATE AND THE
039400*     STRUCTURING SETTINGS, WORKS OUT THE WINDOW, PRINTS THE
039500*     TITLE AND DOES THE PRIMING READ OF AUDITF.  A BAD OPEN
039600*     STATUS OR A BAD PARAMETER ABENDS THE RUN.
039700*----------------------------------------------------------------
039800 1000-INITIALIZE.
039900     OPEN INPUT  AUDIT-FILE
040000          ACCT-FILE
040100          CUST-FILE
040200          CALEND-FILE
040300          PARM-FILE.
040400     IF NOT AUDIT-STATUS-OK
040500         DISPLAY 'PROG25 AUDITF OPEN FAILED STATUS='
040600             WS-AUDIT-STATUS
040700         MOVE 16 TO RETURN-CODE
040800         STOP RUN
040900     END-IF.
041000     IF NOT ACCT-STATUS-OK
041100         DISPLAY 'PROG25 ACCTMST OPEN FAILED STATUS='
041200             WS-ACCT-STATUS
041300         MOVE 16 TO RETURN-CODE
041400         STOP RUN
041500     END-IF.
041600     IF NOT CUST-STATUS-OK
041700         DISPLAY 'PROG25 CUSTMST OPEN FAILED STATUS='
041800             WS-CUST-STATUS
041900         MOVE 16 TO RETURN-CODE
042000         STOP RUN
042100     END-IF.
042200     IF NOT CAL-STATUS-OK
042300         DISPLAY 'PROG25 CALENDF OPEN FAILED STATUS='
042400             WS-CAL-STATUS
042500         MOVE 16 TO RETURN-CODE
042600         STOP RUN
042700     END-IF.
042800     IF NOT PARM-STATUS-OK
042900         DISPLAY 'PROG25 PARMFILE OPEN FAILED STATUS='
043000             WS-PARM-STATUS
043100         MOVE 16 TO RETURN-CODE
043200         STOP RUN
043300     END-IF.
043400     OPEN I-O    CASH-FILE.
043500     IF NOT CASH-STATUS-OK
043600         DISPLAY 'PROG25 CASHHSTF OPEN FAILED STATUS='
043700             WS-CASH-STATUS
043800         MOVE 16 TO RETURN-CODE
043900         STOP RUN
044000     END-IF.
044100     OPEN I-O    CMPL-FILE.
044200     IF NOT CMPL-STATUS-OK
044300         DISPLAY 'PROG25 CMPLF OPEN FAILED STATUS='
044400             WS-CMPL-STATUS
044500         MOVE 16 TO RETURN-CODE
044600         STOP RUN
044700     END-IF.
044800     OPEN OUTPUT CTR-FILE.
044900     IF NOT CTR-STATUS-OK
045000         DISPLAY 'PROG25 CTROUT OPEN FAILED STATUS='
045100             WS-CTR-STATUS
045200         MOVE 16 TO RETURN-CODE
045300         STOP RUN
045400     END-IF.
045500     OPEN OUTPUT RPT-FILE.
045600     IF NOT RPT-STATUS-OK
045700         DISPLAY 'PROG25 RPTOUT OPEN FAILED STATUS='
045800             WS-RPT-STATUS
045900         MOVE 16 TO RETURN-CODE
046000         STOP RUN
046100     END-IF.
046200     READ PARM-FILE
046300         AT END MOVE SPACES TO PARM-RECORD
046400     END-READ.
046500     IF PARM-RUN-DATE = SPACES OR LOW-VALUES
046600         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
046700         PERFORM 1100-RESOLVE-BUS-DATE THRU 1100-EXIT
046800     ELSE
046900         MOVE PARM-RUN-DATE TO WS-RUN-DATE
047000     END-IF.
047100     IF PARM-WIN-DAYS NOT = SPACES
047200         MOVE PARM-WIN-DAYS TO WS-WIN-DAYS
047300     END-IF.
047400     IF PARM-NEAR-FLOOR NOT = SPACES
047500         MOVE PARM-NEAR-FLOOR TO WS-NEAR-FLOOR-DOLLARS
047600     END-IF.
047700     IF PARM-MIN-DAYS NOT = SPACES
047800         MOVE PARM-MIN-DAYS TO WS-MIN-DAYS
047900     END-IF.
048000     IF WS-RUN-DATE NOT NUMERIC
048100      OR (PARM-WIN-DAYS NOT = SPACES
048200          AND PARM-WIN-DAYS NOT NUMERIC)
048300      OR (PARM-NEAR-FLOOR NOT = SPACES
048400          AND PARM-NEAR-FLOOR NOT NUMERIC)
048500      OR (PARM-MIN-DAYS NOT = SPACES
048600          AND PARM-MIN-DAYS NOT NUMERIC)
048700      OR WS-WIN-DAYS = ZERO OR WS-WIN-DAYS > 60
048800      OR WS-NEAR-FLOOR-DOLLARS = ZERO
048900      OR WS-NEAR-FLOOR-DOLLARS NOT < 10000
049000      OR WS-MIN-DAYS = ZERO OR WS-MIN-DAYS > WS-WIN-DAYS
049100         DISPLAY 'PROG25 INVALID SYSIN CARD=' PARM-RECORD
049200         MOVE 16 TO RETURN-CODE
049300         STOP RUN
049400     END-IF.
049500     CLOSE PARM-FILE.
049600     MOVE WS-NEAR-FLOOR-DOLLARS TO WS-NEAR-FLOOR.
049700     PERFORM 1300-BUILD-WINDOW THRU 1300-EXIT.
049800     CLOSE CALEND-FILE.
049900     PERFORM 1200-PRINT-TITLE THRU 1200-EXIT.
050000     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
050100 1000-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------
050500* 1100-RESOLVE-BUS-DATE
050600*     A BLANK SYSIN DATE MEANS THE LAST BUSINESS DAY, SO A
050700*     WINDOW RUN IN THE SMALL HOURS OF A SATURDAY OR HOLIDAY
050800*     WORKS THE RIGHT BUSINESS DATE.  A DATE THE CALENDAR DOES
050900*     NOT COVER STANDS AS IS.
051000*----------------------------------------------------------------
051100 1100-RESOLVE-BUS-DATE.
051200     MOVE WS-RUN-DATE TO CAL-DATE.
051300     READ CALEND-FILE.
051400     IF CAL-STATUS-OK
051500      AND NOT CAL-BUSINESS-DAY
051600      AND CAL-LAST-BUS-DATE NUMERIC
051700         MOVE CAL-LAST-BUS-DATE TO WS-RUN-DATE
051800     END-IF.
051900 1100-EXIT.
052000     EXIT.
052100
052200*----------------------------------------------------------------
052300* 1200-PRINT-TITLE
052400*     THE REPORT TITLE AND THE SETTINGS IT WAS RUN WITH.
052500*----------------------------------------------------------------
052600 1200-PRINT-TITLE.
052700     MOVE SPACES TO WS-PRINT-LINE.
052800     STRING 'PROG25  LARGE CASH TRANSACTION AND STRUCTURING '
052900             DELIMITED BY SIZE
053000         'REPORT  BUSINESS DATE: ' DELIMITED BY SIZE
053100         WS-RUN-DATE DELIMITED BY SIZE
053200         INTO WS-PRINT-LINE
053300     END-STRING.
053400     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
053500     MOVE SPACES TO WS-PRINT-LINE.
053600     MOVE WS-NEAR-FLOOR TO WS-AMT-DISP.
053700     MOVE WS-WIN-DAYS   TO WS-DAYS-DISP.
053800     STRING '  NEAR-THRESHOLD BAND ' DELIMITED BY SIZE
053900         WS-AMT-DISP DELIMITED BY SIZE
054000         ' TO 10,000.00 - WINDOW ' DELIMITED BY SIZE
054100         WS-DAYS-DISP DELIMITED BY SIZE
054200         ' BUSINESS DAYS FROM ' DELIMITED BY SIZE
054300         WS-WINDOW-START DELIMITED BY SIZE
054400         INTO WS-PRINT-LINE
054500     END-STRING.
054600     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
054700     MOVE SPACES TO WS-PRINT-LINE.
054800     STRING '  SUBJECT T = TAX ID, C = CUSTOMER WITH NO TAX ID, '
054900             DELIMITED BY SIZE
055000         'A = ACCOUNT WITH NO OWNER ON CUSTMST' DELIMITED BY SIZE
055100         INTO WS-PRINT-LINE
055200     END-STRING.
055300     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
055400 1200-EXIT.
055500     EXIT.
055600
055700*----------------------------------------------------------------
055800* 1300-BUILD-WINDOW
055900*     READS CALENDF IN DATE ORDER UP TO THE RUN DATE, KEEPING THE
056000*     LAST 60 BUSINESS DAYS IN THE RING, THEN TAKES THE WINDOW
056100*     START AND THE EXPIRY DATE FROM IT.  A CALENDAR THAT DOES
056200*     NOT COVER THE PERIOD SHORTENS THE WINDOW (TO THE RUN DATE
056300*     ALONE IF IT HAS NO BUSINESS DAYS AT ALL) AND EXPIRES
056400*     NOTHING - SAID ON THE CONSOLE.
056500*----------------------------------------------------------------
056600 1300-BUILD-WINDOW.
056700     MOVE LOW-VALUES TO CAL-KEY.
056800     START CALEND-FILE KEY IS NOT LESS THAN CAL-KEY
056900         INVALID KEY MOVE 'Y' TO WS-CAL-EOF-SW
057000     END-START.
057100     PERFORM 1310-SCAN-CAL THRU 1310-EXIT
057200         UNTIL END-OF-CALENDAR.
057300     MOVE LOW-VALUES TO WS-PURGE-BEFORE.
057400     IF WS-BDAY-TOTAL = 0
057500         MOVE WS-RUN-DATE TO WS-WINDOW-START
057600         DISPLAY 'PROG25 NO BUSINESS DAYS ON CALENDF UP TO '
057700             WS-RUN-DATE ' - WINDOW IS THE RUN DATE ONLY'
057800         GO TO 1300-EXIT.
057900     IF WS-BDAY-TOTAL < WS-WIN-DAYS
058000         MOVE WS-BDAY(1) TO WS-WINDOW-START
058100         DISPLAY 'PROG25 CALENDF HOLDS ONLY ' WS-BDAY-TOTAL
058200             ' BUSINESS DAYS - WINDOW SHORTENED'
058300     ELSE
058400         COMPUTE WS-BDAY-SUB = WS-BDAY-POS - WS-WIN-DAYS + 1
058500         IF WS-BDAY-SUB < 1
058600             ADD 60 TO WS-BDAY-SUB
058700         END-IF
058800         MOVE WS-BDAY(WS-BDAY-SUB) TO WS-WINDOW-START
058900     END-IF.
059000     IF WS-BDAY-TOTAL NOT < 60
059100         COMPUTE WS-BDAY-SUB = WS-BDAY-POS + 1
059200         IF WS-BDAY-SUB > 60
059300             MOVE 1 TO WS-BDAY-SUB
059400         END-IF
059500         MOVE WS-BDAY(WS-BDAY-SUB) TO WS-PURGE-BEFORE
059600     END-IF.
059700 1300-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------------
060100* 1310-SCAN-CAL
060200*     ONE CALENDAR DATE - A BUSINESS DAY ON OR BEFORE THE RUN
060300*     DATE GOES INTO THE NEXT SLOT OF THE RING.
060400*----------------------------------------------------------------
060500 1310-SCAN-CAL.
060600     READ CALEND-FILE NEXT RECORD
060700         AT END MOVE 'Y' TO WS-CAL-EOF-SW
060800     END-READ.
060900     IF END-OF-CALENDAR
061000         GO TO 1310-EXIT.
061100     IF CAL-DATE > WS-RUN-DATE
061200         MOVE 'Y' TO WS-CAL-EOF-SW
061300         GO TO 1310-EXIT.
061400     IF NOT CAL-BUSINESS-DAY
061500         GO TO 1310-EXIT.
061600     ADD 1 TO WS-BDAY-POS.
061700     IF WS-BDAY-POS > 60
061800         MOVE 1 TO WS-BDAY-POS
061900     END-IF.
062000     MOVE CAL-DATE TO WS-BDAY(WS-BDAY-POS).
062100     ADD 1 TO WS-BDAY-TOTAL.
062200 1310-EXIT.
062300     EXIT.
062400
062500*----------------------------------------------------------------
062600* 1400-PRINT-CTR-HEADINGS
062700*     PART 1 OF THE REPORT - THE DAY'S CURRENCY TRANSACTION
062800*     REPORTS.
062900*----------------------------------------------------------------
063000 1400-PRINT-CTR-HEADINGS.
063100     MOVE SPACES TO WS-PRINT-LINE.
063200     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
063300     MOVE 'PART 1 - CURRENCY TRANSACTION REPORTS (CASH IN OR OUT
063400-        ' OVER 10,000.00 IN THE DAY)' TO WS-PRINT-LINE.
063500     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
063600     MOVE SPACES TO WS-PRINT-LINE.
063700     STRING '  SUBJECT       CUSTOMER    NAME / ADDRESS'
063800             DELIMITED BY SIZE
063900         '                         CASH IN  ITEMS      '
064000             DELIMITED BY SIZE
064100         'CASH OUT  ITEMS  OVER' DELIMITED BY SIZE
064200         INTO WS-PRINT-LINE
064300     END-STRING.
064400     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
064500     MOVE SPACES TO WS-PRINT-LINE.
064600     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
064700 1400-EXIT.
064800     EXIT.
064900
065000*----------------------------------------------------------------
065100* 1500-PRINT-STRUCT-HEADINGS
065200*     CLOSES PART 1 WITH ITS TOTALS AND HEADS PART 2 - THE
065300*     STRUCTURING REVIEW LIST.
065400*----------------------------------------------------------------
065500 1500-PRINT-STRUCT-HEADINGS.
065600     MOVE SPACES TO WS-PRINT-LINE.
065700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
065800     MOVE WS-CTR-COUNT   TO WS-COUNT-DISP.
065900     MOVE WS-CTR-IN-AMT  TO WS-AMT-DISP.
066000     MOVE WS-CTR-OUT-AMT TO WS-AMT-DISP-2.
066100     STRING '  CTRS: ' DELIMITED BY SIZE
066200         WS-COUNT-DISP DELIMITED BY SIZE
066300         '  CASH IN: ' DELIMITED BY SIZE
066400         WS-AMT-DISP DELIMITED BY SIZE
066500         '  CASH OUT: ' DELIMITED BY SIZE
066600         WS-AMT-DISP-2 DELIMITED BY SIZE
066700         INTO WS-PRINT-LINE
066800     END-STRING.
066900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
067000     MOVE SPACES TO WS-PRINT-LINE.
067100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
067200     MOVE WS-MIN-DAYS TO WS-DAYS-DISP.
067300     STRING 'PART 2 - POSSIBLE STRUCTURING (' DELIMITED BY SIZE
067400         WS-DAYS-DISP DELIMITED BY SIZE
067500         ' OR MORE NEAR-THRESHOLD DAYS IN THE WINDOW, ONE TODAY)'
067600             DELIMITED BY SIZE
067700         INTO WS-PRINT-LINE
067800     END-STRING.
067900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
068000     MOVE SPACES TO WS-PRINT-LINE.
068100     STRING '  SUBJECT       CUSTOMER    NAME'
068200             DELIMITED BY SIZE
068300         '                           WINDOW IN   DAYS     '
068400             DELIMITED BY SIZE
068500         'WINDOW OUT   DAYS' DELIMITED BY SIZE
068600         INTO WS-PRINT-LINE
068700     END-STRING.
068800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
068900     MOVE SPACES TO WS-PRINT-LINE.
069000     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
069100 1500-EXIT.
069200     EXIT.
069300
069400*----------------------------------------------------------------
069500* 2000-READ-AUDIT
069600*     READS THE NEXT AUDITF RECORD AND SETS THE EOF SWITCH.
069700*----------------------------------------------------------------
069800 2000-READ-AUDIT.
069900     READ AUDIT-FILE NEXT RECORD
070000         AT END MOVE 'Y' TO WS-EOF-SW
070100     END-READ.
070200 2000-EXIT.
070300     EXIT.
070400
070500*----------------------------------------------------------------
070600* 3000-PROCESS-AUDIT
070700*     TALLIES ONE AUDITF RECORD IF IT IS THE RUN DATE'S, AN
070800*     APPROVED BUSINESS OUTCOME, NOT A BULK INTAKE POSTING, A
070810*     STANDING INSTRUCTION OCCURRENCE OR AN MQ REQUEST, AND
070900*     CASH - A 'DEP' OR 'WDL', A 'CLS' PAYOUT, OR A 'REV' OF A
071000*     'DEP' OR 'WDL' (NEGATIVE, ON THE SIDE IT REVERSES).  A
071010*     SINGLE ITEM IN THE NEAR-THRESHOLD BAND IS COUNTED FOR THE
071100*     STRUCTURING CHECK.
071200*----------------------------------------------------------------
071300 3000-PROCESS-AUDIT.
071400     IF AUD-DATE NOT = WS-RUN-DATE
071500      OR NOT AUD-RESP-NORMAL
071600      OR AUD-RESP-CODE NOT = '0000'
071700      OR AUD-TERM-ID = 'BLKI'
071710      OR AUD-TERM-ID = 'STIN'
071720      OR AUD-TERM-ID = 'MQIB'
071800         GO TO 3000-NEXT.
071900     SET WS-CASH-NONE TO TRUE.
072000     MOVE AUD-TRAN-AMT TO WS-CASH-AMT.
072100     EVALUATE AUD-FIELD
072200         WHEN 'DEP'
072300             SET WS-CASH-IN TO TRUE
072400         WHEN 'WDL'
072500             SET WS-CASH-OUT TO TRUE
072510         WHEN 'CLS'
072520             IF AUD-TRAN-AMT NOT = ZERO
072530                 SET WS-CASH-OUT TO TRUE
072540             END-IF
072600         WHEN 'REV'
072700             COMPUTE WS-CASH-AMT = 0 - AUD-TRAN-AMT
072800             EVALUATE AUD-REV-FUNC
072900                 WHEN 'DEP'
073000                     SET WS-CASH-IN TO TRUE
073100                 WHEN 'WDL'
073200                     SET WS-CASH-OUT TO TRUE
073300             END-EVALUATE
073400     END-EVALUATE.
073500     IF WS-CASH-NONE
073600         GO TO 3000-NEXT.
073700     PERFORM 3100-IDENTIFY-SUBJECT THRU 3100-EXIT.
073800     PERFORM 3500-FIND-SUBJECT THRU 3500-EXIT.
073900     IF NOT WS-SUBJ-FOUND
074000         ADD 1 TO WS-UNTALLIED-COUNT
074100         GO TO 3000-NEXT.
074200     ADD 1 TO WS-CASH-COUNT.
074300     IF WS-CASH-IN
074400         ADD WS-CASH-AMT TO WS-SJ-IN-AMT(WS-SUBJ-IDX)
074500         IF AUD-FIELD NOT = 'REV'
074600             ADD 1 TO WS-SJ-IN-CNT(WS-SUBJ-IDX)
074700             IF WS-CASH-AMT NOT < WS-NEAR-FLOOR
074800              AND WS-CASH-AMT NOT > WS-CTR-THRESHOLD
074900                 ADD 1 TO WS-SJ-NEAR-IN(WS-SUBJ-IDX)
075000             END-IF
075100         END-IF
075200     ELSE
075300         ADD WS-CASH-AMT TO WS-SJ-OUT-AMT(WS-SUBJ-IDX)
075400         IF AUD-FIELD NOT = 'REV'
075500             ADD 1 TO WS-SJ-OUT-CNT(WS-SUBJ-IDX)
075600             IF WS-CASH-AMT NOT < WS-NEAR-FLOOR
075700              AND WS-CASH-AMT NOT > WS-CTR-THRESHOLD
075800                 ADD 1 TO WS-SJ-NEAR-OUT(WS-SUBJ-IDX)
075900             END-IF
076000         END-IF
076100     END-IF.
076200 3000-NEXT.
076300     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
076400 3000-EXIT.
076500     EXIT.
076600
076700*----------------------------------------------------------------
076800* 3100-IDENTIFY-SUBJECT
076900*     WORKS OUT WHO THE TRAIL RECORD'S ACCOUNT BELONGS TO - THE
077000*     OWNER'S TAX ID IF THE ACCOUNT HAS AN OWNER ON CUSTMST WITH
077100*     ONE, ELSE THE OWNER'S CUSTOMER NUMBER, ELSE THE ACCOUNT
077200*     ITSELF.  A READ FAILURE OTHER THAN NOT-FOUND IS SAID ON THE
077300*     CONSOLE AND FALLS BACK THE SAME WAY.
077400*----------------------------------------------------------------
077500 3100-IDENTIFY-SUBJECT.
077600     MOVE 'A'         TO WS-CUR-TYPE.
077700     MOVE AUD-ACCT-NO TO WS-CUR-ID.
077800     MOVE SPACES      TO WS-CUR-TAX-ID
077900                         WS-CUR-CUST-NO
078000                         WS-CUR-NAME
078100                         WS-CUR-ADDR-LINE-1
078200                         WS-CUR-ADDR-LINE-2.
078300     MOVE AUD-ACCT-NO TO ACCT-NO.
078400     READ ACCT-FILE.
078500     IF NOT ACCT-STATUS-OK
078600         IF NOT ACCT-STATUS-NOTFND
078700             DISPLAY 'PROG25 ACCTMST READ FAILED STATUS='
078800                 WS-ACCT-STATUS ' ACCT=' AUD-ACCT-NO
078900         END-IF
079000         GO TO 3100-EXIT.
079100     IF ACCT-CUST-NO = SPACES OR LOW-VALUES
079200         GO TO 3100-EXIT.
079300     MOVE ACCT-CUST-NO TO CUST-NO.
079400     READ CUST-FILE.
079500     IF NOT CUST-STATUS-OK
079600         IF NOT CUST-STATUS-NOTFND
079700             DISPLAY 'PROG25 CUSTMST READ FAILED STATUS='
079800                 WS-CUST-STATUS ' ACCT=' AUD-ACCT-NO
079900         END-IF
080000         GO TO 3100-EXIT.
080100     MOVE CUST-NO          TO WS-CUR-CUST-NO.
080200     MOVE CUST-NAME        TO WS-CUR-NAME.
080300     MOVE CUST-ADDR-LINE-1 TO WS-CUR-ADDR-LINE-1.
080400     MOVE CUST-ADDR-LINE-2 TO WS-CUR-ADDR-LINE-2.
080500     IF CUST-TAX-ID = SPACES OR LOW-VALUES
080600         MOVE 'C'     TO WS-CUR-TYPE
080700         MOVE CUST-NO TO WS-CUR-ID
080800     ELSE
080900         MOVE 'T'         TO WS-CUR-TYPE
081000         MOVE CUST-TAX-ID TO WS-CUR-ID
081100         MOVE CUST-TAX-ID TO WS-CUR-TAX-ID
081200     END-IF.
081300 3100-EXIT.
081400     EXIT.
081500
081600*----------------------------------------------------------------
081700* 3500-FIND-SUBJECT
081800*     FINDS (OR ADDS) THE TABLE ENTRY FOR WS-CUR-SUBJ AND LEAVES
081900*     WS-SUBJ-IDX ON IT.  A NEW SUBJECT PAST THE OCCURS LIMIT IS
082000*     FLAGGED AND LEFT NOT FOUND.
082100*----------------------------------------------------------------
082200 3500-FIND-SUBJECT.
082300     MOVE 'Y' TO WS-SUBJ-FOUND-SW.
082400     SET WS-SUBJ-IDX TO 1.
082500     SEARCH WS-SUBJ-ENTRY
082600         AT END
082700             IF WS-SUBJ-COUNT >= 5000
082800                 SET WS-SUBJ-TABLE-FULL TO TRUE
082900                 MOVE 'N' TO WS-SUBJ-FOUND-SW
083000             ELSE
083100                 PERFORM 3600-ADD-SUBJECT THRU 3600-EXIT
083200             END-IF
083300         WHEN WS-SJ-KEY(WS-SUBJ-IDX) = WS-CUR-SUBJ
083400             CONTINUE
083500     END-SEARCH.
083600 3500-EXIT.
083700     EXIT.
083800
083900*----------------------------------------------------------------
084000* 3600-ADD-SUBJECT
084100*     ADDS A NEW ZERO-TOTAL ENTRY FOR A SUBJECT NOT SEEN BEFORE
084200*     THIS RUN, WITH THE OWNER DETAILS JUST LOOKED UP.
084300*----------------------------------------------------------------
084400 3600-ADD-SUBJECT.
084500     ADD 1 TO WS-SUBJ-COUNT.
084600     SET WS-SUBJ-IDX TO WS-SUBJ-COUNT.
084700     MOVE WS-CUR-SUBJ        TO WS-SJ-KEY(WS-SUBJ-IDX).
084800     MOVE WS-CUR-TAX-ID      TO WS-SJ-TAX-ID(WS-SUBJ-IDX).
084900     MOVE WS-CUR-CUST-NO     TO WS-SJ-CUST-NO(WS-SUBJ-IDX).
085000     MOVE WS-CUR-NAME        TO WS-SJ-NAME(WS-SUBJ-IDX).
085100     MOVE WS-CUR-ADDR-LINE-1 TO WS-SJ-ADDR-LINE-1(WS-SUBJ-IDX).
085200     MOVE WS-CUR-ADDR-LINE-2 TO WS-SJ-ADDR-LINE-2(WS-SUBJ-IDX).
085300     MOVE AUD-ACCT-NO        TO WS-SJ-FIRST-ACCT(WS-SUBJ-IDX).
085400     MOVE 0                  TO WS-SJ-IN-AMT(WS-SUBJ-IDX)
085500                                WS-SJ-IN-CNT(WS-SUBJ-IDX)
085600                                WS-SJ-OUT-AMT(WS-SUBJ-IDX)
085700                                WS-SJ-OUT-CNT(WS-SUBJ-IDX)
085800                                WS-SJ-NEAR-IN(WS-SUBJ-IDX)
085900                                WS-SJ-NEAR-OUT(WS-SUBJ-IDX).
086000 3600-EXIT.
086100     EXIT.
086200
086300*----------------------------------------------------------------
086400* 5000-FILE-SUBJECT
086500*     ONE SUBJECT'S DAY - FILES A CTR IF EITHER SIDE EXCEEDS THE
086600*     THRESHOLD, THEN RECORDS THE DAY ON CASHHSTF.
086700*----------------------------------------------------------------
086800 5000-FILE-SUBJECT.
086900     MOVE SPACES TO CASH-RECORD.
087000     IF WS-SJ-IN-AMT(WS-SUBJ-IDX) > WS-CTR-THRESHOLD
087100      OR WS-SJ-OUT-AMT(WS-SUBJ-IDX) > WS-CTR-THRESHOLD
087200         PERFORM 5100-WRITE-CTR THRU 5100-EXIT
087300         SET CSH-CTR-REPORTED TO TRUE
087400     END-IF.
087500     PERFORM 5500-WRITE-HISTORY THRU 5500-EXIT.
087600 5000-EXIT.
087700     EXIT.
087800
087900*----------------------------------------------------------------
088000* 5100-WRITE-CTR
088100*     WRITES THE CTR FILING RECORD, THE REPORT LINES AND THE
088200*     COMPLIANCE ITEM.  A FAILED CTROUT WRITE ABENDS THE RUN - A
088300*     SILENTLY SHORT FILING IS WORSE THAN STOPPING THE JOB.
088400*----------------------------------------------------------------
088500 5100-WRITE-CTR.
088600     MOVE SPACES TO CTR-RECORD.
088700     MOVE WS-RUN-DATE                   TO CTR-BUS-DATE.
088800     MOVE WS-SJ-TYPE(WS-SUBJ-IDX)       TO CTR-SUBJ-TYPE.
088900     MOVE WS-SJ-ID(WS-SUBJ-IDX)         TO CTR-SUBJ-ID.
089000     MOVE WS-SJ-TAX-ID(WS-SUBJ-IDX)     TO CTR-TAX-ID.
089100     MOVE WS-SJ-CUST-NO(WS-SUBJ-IDX)    TO CTR-CUST-NO.
089200     MOVE WS-SJ-NAME(WS-SUBJ-IDX)       TO CTR-NAME.
089300     MOVE WS-SJ-ADDR-LINE-1(WS-SUBJ-IDX) TO CTR-ADDR-LINE-1.
089400     MOVE WS-SJ-ADDR-LINE-2(WS-SUBJ-IDX) TO CTR-ADDR-LINE-2.
089500     MOVE WS-SJ-IN-AMT(WS-SUBJ-IDX)     TO CTR-CASH-IN.
089600     MOVE WS-SJ-IN-CNT(WS-SUBJ-IDX)     TO CTR-IN-COUNT.
089700     MOVE WS-SJ-OUT-AMT(WS-SUBJ-IDX)    TO CTR-CASH-OUT.
089800     MOVE WS-SJ-OUT-CNT(WS-SUBJ-IDX)    TO CTR-OUT-COUNT.
089900     MOVE WS-SJ-FIRST-ACCT(WS-SUBJ-IDX) TO CTR-FIRST-ACCT-NO.
090000     EVALUATE TRUE
090100         WHEN WS-SJ-IN-AMT(WS-SUBJ-IDX) > WS-CTR-THRESHOLD
090200          AND WS-SJ-OUT-AMT(WS-SUBJ-IDX) > WS-CTR-THRESHOLD
090300             SET CTR-BOTH-OVER TO TRUE
090400         WHEN WS-SJ-IN-AMT(WS-SUBJ-IDX) > WS-CTR-THRESHOLD
090500             SET CTR-CASH-IN-OVER TO TRUE
090600         WHEN OTHER
090700             SET CTR-CASH-OUT-OVER TO TRUE
090800     END-EVALUATE.
090900     WRITE CTR-RECORD.
091000     IF NOT CTR-STATUS-OK
091100         DISPLAY 'PROG25 CTROUT WRITE FAILED STATUS='
091200             WS-CTR-STATUS
091300         MOVE 16 TO RETURN-CODE
091400         STOP RUN
091500     END-IF.
091600     ADD 1 TO WS-CTR-COUNT.
091700     ADD CTR-CASH-IN  TO WS-CTR-IN-AMT.
091800     ADD CTR-CASH-OUT TO WS-CTR-OUT-AMT.
091900     MOVE CTR-SUBJ-TYPE TO WS-DL-SUBJ-TYPE.
092000     MOVE CTR-SUBJ-ID   TO WS-DL-SUBJ-ID.
092100     MOVE CTR-CUST-NO   TO WS-DL-CUST.
092200     MOVE CTR-CASH-IN   TO WS-DL-IN.
092300     MOVE CTR-IN-COUNT  TO WS-DL-IN-CNT.
092400     MOVE CTR-CASH-OUT  TO WS-DL-OUT.
092500     MOVE CTR-OUT-COUNT TO WS-DL-OUT-CNT.
092600     EVALUATE TRUE
092700         WHEN CTR-BOTH-OVER
092800             MOVE 'IN AND OUT' TO WS-DL-NOTE
092900         WHEN CTR-CASH-IN-OVER
093000             MOVE 'IN'         TO WS-DL-NOTE
093100         WHEN OTHER
093200             MOVE 'OUT'        TO WS-DL-NOTE
093300     END-EVALUATE.
093400     IF CTR-BY-ACCT-NO
093500         MOVE '** NO OWNER ON CUSTMST **' TO WS-DL-NAME
093600     ELSE
093700         MOVE CTR-NAME TO WS-DL-NAME
093800     END-IF.
093900     IF NOT CTR-BY-TAX-ID
094000         ADD 1 TO WS-UNATTRIB-COUNT
094100     END-IF.
094200     PERFORM 7800-WRITE-DETAIL THRU 7800-EXIT.
094300     IF NOT CTR-BY-ACCT-NO
094400         MOVE CTR-ADDR-LINE-1 TO WS-AL-ADDR
094500         PERFORM 7810-WRITE-ADDR THRU 7810-EXIT
094600         MOVE CTR-ADDR-LINE-2 TO WS-AL-ADDR
094700         PERFORM 7810-WRITE-ADDR THRU 7810-EXIT
094800     END-IF.
094900     MOVE SPACES TO CMPL-RECORD.
095000     MOVE 'C'            TO WS-ITEM-TYPE.
095100     MOVE CTR-SUBJ-TYPE  TO CMP-SUBJ-TYPE.
095200     MOVE CTR-SUBJ-ID    TO CMP-SUBJ-ID.
095300     MOVE CTR-TAX-ID     TO CMP-TAX-ID.
095400     MOVE CTR-CUST-NO    TO CMP-CUST-NO.
095500     MOVE CTR-NAME       TO CMP-NAME.
095600     MOVE CTR-CASH-IN    TO CMP-CASH-IN.
095700     MOVE CTR-CASH-OUT   TO CMP-CASH-OUT.
095800     MOVE 0              TO CMP-NEAR-IN-DAYS
095900                            CMP-NEAR-OUT-DAYS.
096000     PERFORM 7000-WRITE-ITEM THRU 7000-EXIT.
096100 5100-EXIT.
096200     EXIT.
096300
096400*----------------------------------------------------------------
096500* 5500-WRITE-HISTORY
096600*     RECORDS THE SUBJECT'S DAY ON CASHHSTF.  ON A RERUN FOR THE
096700*     SAME DATE THE RECORD IS ALREADY THERE AND IS REPLACED WITH
096800*     TONIGHT'S FIGURES.  A FAILURE IS COUNTED (RC=8) - THE
096900*     STRUCTURING CHECK IS THEN SHORT THAT DAY.
097000*----------------------------------------------------------------
097100 5500-WRITE-HISTORY.
097200     MOVE WS-SJ-TYPE(WS-SUBJ-IDX)     TO CSH-SUBJ-TYPE.
097300     MOVE WS-SJ-ID(WS-SUBJ-IDX)       TO CSH-SUBJ-ID.
097400     MOVE WS-RUN-DATE                 TO CSH-BUS-DATE.
097500     MOVE WS-SJ-TAX-ID(WS-SUBJ-IDX)   TO CSH-TAX-ID.
097600     MOVE WS-SJ-CUST-NO(WS-SUBJ-IDX)  TO CSH-CUST-NO.
097700     MOVE WS-SJ-NAME(WS-SUBJ-IDX)     TO CSH-NAME.
097800     MOVE WS-SJ-IN-AMT(WS-SUBJ-IDX)   TO CSH-CASH-IN.
097900     MOVE WS-SJ-IN-CNT(WS-SUBJ-IDX)   TO CSH-IN-COUNT.
098000     MOVE WS-SJ-OUT-AMT(WS-SUBJ-IDX)  TO CSH-CASH-OUT.
098100     MOVE WS-SJ-OUT-CNT(WS-SUBJ-IDX)  TO CSH-OUT-COUNT.
098200     MOVE WS-SJ-NEAR-IN(WS-SUBJ-IDX)  TO CSH-NEAR-IN-COUNT.
098300     MOVE WS-SJ-NEAR-OUT(WS-SUBJ-IDX) TO CSH-NEAR-OUT-COUNT.
098400     WRITE CASH-RECORD.
098500     IF CASH-STATUS-DUPKEY
098600         REWRITE CASH-RECORD
098700     END-IF.
098800     IF NOT CASH-STATUS-OK
098900         DISPLAY 'PROG25 CASHHSTF WRITE FAILED STATUS='
099000             WS-CASH-STATUS ' KEY=' CASH-KEY
099100         ADD 1 TO WS-FILEFAIL-COUNT
099200     END-IF.
099300 5500-EXIT.
099400     EXIT.
099500
099600*----------------------------------------------------------------
099700* 6000-SCAN-HISTORY
099800*     READS THE WHOLE OF CASHHSTF IN KEY ORDER - EACH SUBJECT'S
099900*     DAYS TOGETHER, OLDEST FIRST - EXPIRING DAYS OLDER THAN THE
100000*     RING AND TOTALLING EACH SUBJECT'S DAYS INSIDE THE WINDOW.
100100*     THE CHECK IS MADE AS EACH SUBJECT'S DAYS END.
100200*----------------------------------------------------------------
100300 6000-SCAN-HISTORY.
100400     MOVE LOW-VALUES TO CASH-KEY.
100500     START CASH-FILE KEY IS NOT LESS THAN CASH-KEY
100600         INVALID KEY MOVE 'Y' TO WS-CASH-EOF-SW
100700     END-START.
100800     IF NOT END-OF-CASH-FILE
100900         PERFORM 6100-READ-CASH THRU 6100-EXIT
101000     END-IF.
101100     PERFORM 6200-PROCESS-CASH THRU 6200-EXIT
101200         UNTIL END-OF-CASH-FILE.
101300     PERFORM 6300-END-SUBJECT THRU 6300-EXIT.
101400 6000-EXIT.
101500     EXIT.
101600
101700*----------------------------------------------------------------
101800* 6100-READ-CASH
101900*     READS THE NEXT CASHHSTF RECORD AND SETS THE EOF SWITCH.
102000*----------------------------------------------------------------
102100 6100-READ-CASH.
102200     READ CASH-FILE NEXT RECORD
102300         AT END MOVE 'Y' TO WS-CASH-EOF-SW
102400     END-READ.
102500 6100-EXIT.
102600     EXIT.
102700
102800*----------------------------------------------------------------
102900* 6200-PROCESS-CASH
103000*     ONE DAY OF ONE SUBJECT.  A NEW SUBJECT CLOSES OFF THE LAST
103100*     ONE FIRST.  AN EXPIRED DAY IS DELETED; A DAY INSIDE THE
103200*     WINDOW IS TOTALLED, AND COUNTED AS A NEAR-THRESHOLD DAY ON
103300*     EACH SIDE WHERE THE DAY'S TOTAL OR ANY SINGLE ITEM WAS IN
103400*     THE BAND.
103500*----------------------------------------------------------------
103600 6200-PROCESS-CASH.
103700     IF NOT WS-GRP-ACTIVE
103800      OR CSH-SUBJ-TYPE NOT = WS-GRP-TYPE
103900      OR CSH-SUBJ-ID NOT = WS-GRP-ID
104000         PERFORM 6300-END-SUBJECT THRU 6300-EXIT
104100         PERFORM 6400-START-SUBJECT THRU 6400-EXIT
104200     END-IF.
104300     IF CSH-BUS-DATE < WS-PURGE-BEFORE
104400         DELETE CASH-FILE RECORD
104500         IF CASH-STATUS-OK
104600             ADD 1 TO WS-PURGE-COUNT
104700         ELSE
104800             DISPLAY 'PROG25 CASHHSTF DELETE FAILED STATUS='
104900                 WS-CASH-STATUS ' KEY=' CASH-KEY
105000             ADD 1 TO WS-FILEFAIL-COUNT
105100         END-IF
105200         GO TO 6200-NEXT.
105300     IF CSH-BUS-DATE < WS-WINDOW-START
105400      OR CSH-BUS-DATE > WS-RUN-DATE
105500         GO TO 6200-NEXT.
105600     ADD CSH-CASH-IN  TO WS-GRP-IN-AMT.
105700     ADD CSH-CASH-OUT TO WS-GRP-OUT-AMT.
105800     MOVE 'N' TO WS-DAY-NEAR-SW.
105900     IF CSH-NEAR-IN-COUNT > 0
106000      OR (CSH-CASH-IN NOT < WS-NEAR-FLOOR
106100          AND CSH-CASH-IN NOT > WS-CTR-THRESHOLD)
106200         ADD 1 TO WS-GRP-NEAR-IN-DAYS
106300         MOVE 'Y' TO WS-DAY-NEAR-SW
106400     END-IF.
106500     IF CSH-NEAR-OUT-COUNT > 0
106600      OR (CSH-CASH-OUT NOT < WS-NEAR-FLOOR
106700          AND CSH-CASH-OUT NOT > WS-CTR-THRESHOLD)
106800         ADD 1 TO WS-GRP-NEAR-OUT-DAYS
106900         MOVE 'Y' TO WS-DAY-NEAR-SW
107000     END-IF.
107100     IF WS-DAY-IS-NEAR
107200      AND CSH-BUS-DATE = WS-RUN-DATE
107300         MOVE 'Y' TO WS-GRP-TODAY-SW
107400     END-IF.
107500 6200-NEXT.
107600     PERFORM 6100-READ-CASH THRU 6100-EXIT.
107700 6200-EXIT.
107800     EXIT.
107900
108000*----------------------------------------------------------------
108100* 6300-END-SUBJECT
108200*     THE CHECK FOR THE SUBJECT JUST FINISHED - FLAGGED IF IT
108300*     HAD A NEAR-THRESHOLD DAY TODAY AND REACHED THE MINIMUM OF
108400*     NEAR-THRESHOLD DAYS ON EITHER SIDE ACROSS THE WINDOW.
108500*     REQUIRING ONE TODAY MEANS A PATTERN IS RAISED WHEN IT GROWS,
108600*     NOT AGAIN EVERY NIGHT IT SITS IN THE WINDOW.
108700*----------------------------------------------------------------
108800 6300-END-SUBJECT.
108900     IF NOT WS-GRP-ACTIVE
109000         GO TO 6300-EXIT.
109100     MOVE 'N' TO WS-GRP-SW.
109200     IF NOT WS-GRP-NEAR-TODAY
109300         GO TO 6300-EXIT.
109400     IF WS-GRP-NEAR-IN-DAYS < WS-MIN-DAYS
109500      AND WS-GRP-NEAR-OUT-DAYS < WS-MIN-DAYS
109600         GO TO 6300-EXIT.
109700     ADD 1 TO WS-STRUCT-COUNT.
109800     IF WS-GRP-TYPE NOT = 'T'
109900         ADD 1 TO WS-UNATTRIB-COUNT
110000     END-IF.
110100     MOVE WS-GRP-TYPE          TO WS-DL-SUBJ-TYPE.
110200     MOVE WS-GRP-ID            TO WS-DL-SUBJ-ID.
110300     MOVE WS-GRP-CUST-NO       TO WS-DL-CUST.
110400     MOVE WS-GRP-IN-AMT        TO WS-DL-IN.
110500     MOVE WS-GRP-NEAR-IN-DAYS  TO WS-DL-IN-CNT.
110600     MOVE WS-GRP-OUT-AMT       TO WS-DL-OUT.
110700     MOVE WS-GRP-NEAR-OUT-DAYS TO WS-DL-OUT-CNT.
110800     MOVE SPACES               TO WS-DL-NOTE.
110900     IF WS-GRP-TYPE = 'A'
111000         MOVE '** NO OWNER ON CUSTMST **' TO WS-DL-NAME
111100     ELSE
111200         MOVE WS-GRP-NAME TO WS-DL-NAME
111300     END-IF.
111400     PERFORM 7800-WRITE-DETAIL THRU 7800-EXIT.
111500     MOVE SPACES TO CMPL-RECORD.
111600     MOVE 'S'                  TO WS-ITEM-TYPE.
111700     MOVE WS-GRP-TYPE          TO CMP-SUBJ-TYPE.
111800     MOVE WS-GRP-ID            TO CMP-SUBJ-ID.
111900     MOVE WS-GRP-TAX-ID        TO CMP-TAX-ID.
112000     MOVE WS-GRP-CUST-NO       TO CMP-CUST-NO.
112100     MOVE WS-GRP-NAME          TO CMP-NAME.
112200     MOVE WS-GRP-IN-AMT        TO CMP-CASH-IN.
112300     MOVE WS-GRP-OUT-AMT       TO CMP-CASH-OUT.
112400     MOVE WS-GRP-NEAR-IN-DAYS  TO CMP-NEAR-IN-DAYS.
112500     MOVE WS-GRP-NEAR-OUT-DAYS TO CMP-NEAR-OUT-DAYS.
112600     MOVE WS-WINDOW-START      TO CMP-WINDOW-START.
112700     PERFORM 7000-WRITE-ITEM THRU 7000-EXIT.
112800 6300-EXIT.
112900     EXIT.
113000
113100*----------------------------------------------------------------
113200* 6400-START-SUBJECT
113300*     STARTS THE TOTALS FOR THE SUBJECT OF THE RECORD IN HAND.
113400*----------------------------------------------------------------
113500 6400-START-SUBJECT.
113600     MOVE 'Y'           TO WS-GRP-SW.
113700     MOVE CSH-SUBJ-TYPE TO WS-GRP-TYPE.
113800     MOVE CSH-SUBJ-ID   TO WS-GRP-ID.
113900     MOVE CSH-TAX-ID    TO WS-GRP-TAX-ID.
114000     MOVE CSH-CUST-NO   TO WS-GRP-CUST-NO.
114100     MOVE CSH-NAME      TO WS-GRP-NAME.
114200     MOVE 0             TO WS-GRP-IN-AMT
114300                           WS-GRP-OUT-AMT
114400                           WS-GRP-NEAR-IN-DAYS
114500                           WS-GRP-NEAR-OUT-DAYS.
114600     MOVE 'N'           TO WS-GRP-TODAY-SW.
114700 6400-EXIT.
114800     EXIT.
114900
115000*----------------------------------------------------------------
115100* 7000-WRITE-ITEM
115200*     WRITES A PENDING COMPLIANCE ITEM OF TYPE WS-ITEM-TYPE FOR
115300*     THE RUN DATE.  ON A RERUN THE ITEM IS ALREADY ON FILE - IT
115400*     IS LEFT ALONE, SO A REVIEW ALREADY RECORDED IS NEVER
115500*     UNDONE.  ANY OTHER FAILURE IS COUNTED (RC=8).
115600*----------------------------------------------------------------
115700 7000-WRITE-ITEM.
115800     MOVE WS-RUN-DATE  TO CMP-BUS-DATE.
115900     MOVE WS-ITEM-TYPE TO CMP-ITEM-TYPE.
116000     SET CMP-PENDING   TO TRUE.
116100     IF CMP-WINDOW-START = SPACES
116200         MOVE WS-RUN-DATE TO CMP-WINDOW-START
116300     END-IF.
116400     WRITE CMPL-RECORD.
116500     IF CMPL-STATUS-OK
116600         ADD 1 TO WS-ITEM-COUNT
116700         GO TO 7000-EXIT.
116800     IF CMPL-STATUS-DUPKEY
116900         ADD 1 TO WS-ITEM-DUP-COUNT
117000         GO TO 7000-EXIT.
117100     DISPLAY 'PROG25 CMPLF WRITE FAILED STATUS='
117200         WS-CMPL-STATUS ' KEY=' CMPL-KEY.
117300     ADD 1 TO WS-FILEFAIL-COUNT.
117400 7000-EXIT.
117500     EXIT.
117600
117700*----------------------------------------------------------------
117800* 7800-WRITE-DETAIL / 7810-WRITE-ADDR / 7900-WRITE-LINE
117900*     WRITE THE DETAIL LINE, AN ADDRESS LINE, OR WS-PRINT-LINE.
118000*     A FAILED WRITE ABENDS THE RUN.
118100*----------------------------------------------------------------
118200 7800-WRITE-DETAIL.
118300     WRITE RPT-RECORD FROM WS-DTL-LINE.
118400     IF NOT RPT-STATUS-OK
118500         DISPLAY 'PROG25 RPTOUT WRITE FAILED STATUS='
118600             WS-RPT-STATUS
118700         MOVE 16 TO RETURN-CODE
118800         STOP RUN
118900     END-IF.
119000 7800-EXIT.
119100     EXIT.
119200
119300 7810-WRITE-ADDR.
119400     WRITE RPT-RECORD FROM WS-ADDR-LINE.
119500     IF NOT RPT-STATUS-OK
119600         DISPLAY 'PROG25 RPTOUT WRITE FAILED STATUS='
119700             WS-RPT-STATUS
119800         MOVE 16 TO RETURN-CODE
119900         STOP RUN
120000     END-IF.
120100 7810-EXIT.
120200     EXIT.
120300
120400 7900-WRITE-LINE.
120500     WRITE RPT-RECORD FROM WS-PRINT-LINE.
120600     IF NOT RPT-STATUS-OK
120700         DISPLAY 'PROG25 RPTOUT WRITE FAILED STATUS='
120800             WS-RPT-STATUS
120900         MOVE 16 TO RETURN-CODE
121000         STOP RUN
121100     END-IF.
121200 7900-EXIT.
121300     EXIT.
121400
121500*----------------------------------------------------------------
121600* 9000-TERMINATE
121700*     PRINTS THE PART 2 TOTAL, CLOSES THE FILES AND REPORTS THE
121800*     COUNTS.  AN INCOMPLETE ROLLUP OR A CASHHSTF/CMPLF FAILURE
121900*     LEAVES RC=8; A CTR OR STRUCTURING SUBJECT THAT COULD NOT BE
122000*     TIED TO A TAX ID LEAVES RC=4 SO COMPLIANCE RESEARCHES IT
122100*     BEFORE THE FILING.
122200*----------------------------------------------------------------
122300 9000-TERMINATE.
122400     MOVE SPACES TO WS-PRINT-LINE.
122500     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
122600     MOVE WS-STRUCT-COUNT TO WS-COUNT-DISP.
122700     STRING '  SUBJECTS FLAGGED FOR REVIEW: ' DELIMITED BY SIZE
122800         WS-COUNT-DISP DELIMITED BY SIZE
122900         INTO WS-PRINT-LINE
123000     END-STRING.
123100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
123200     MOVE SPACES TO WS-PRINT-LINE.
123300     MOVE WS-UNATTRIB-COUNT TO WS-COUNT-DISP.
123400     STRING '  NOT TIED TO A TAX ID:       ' DELIMITED BY SIZE
123500         WS-COUNT-DISP DELIMITED BY SIZE
123600         INTO WS-PRINT-LINE
123700     END-STRING.
123800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
123900     IF WS-SUBJ-TABLE-FULL
124000         MOVE SPACES TO WS-PRINT-LINE
124100         MOVE WS-UNTALLIED-COUNT TO WS-COUNT-DISP
124200         STRING '  ** SUBJECT TABLE FULL - REPORT INCOMPLETE, '
124300                 DELIMITED BY SIZE
124400             WS-COUNT-DISP DELIMITED BY SIZE
124500             ' CASH ITEMS NOT TALLIED **' DELIMITED BY SIZE
124600             INTO WS-PRINT-LINE
124700         END-STRING
124800         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
124900     END-IF.
125000     CLOSE AUDIT-FILE
125100          ACCT-FILE
125200          CUST-FILE
125300          CASH-FILE
125400          CMPL-FILE
125500          CTR-FILE
125600          RPT-FILE.
125700     MOVE WS-CASH-COUNT TO WS-COUNT-DISP.
125800     MOVE SPACES TO WS-CONSOLE-MSG.
125900     STRING 'PROG25 CASH ROLLUP COMPLETE - CASH ITEMS: '
126000             DELIMITED BY SIZE
126100             WS-COUNT-DISP DELIMITED BY SIZE
126200             INTO WS-CONSOLE-MSG
126300     END-STRING.
126400     DISPLAY WS-CONSOLE-MSG.
126500     MOVE SPACES TO WS-CONSOLE-MSG.
126600     MOVE WS-CTR-COUNT TO WS-COUNT-DISP.
126700     STRING 'PROG25 CTRS FILED:             ' DELIMITED BY SIZE
126800             WS-COUNT-DISP DELIMITED BY SIZE
126900             INTO WS-CONSOLE-MSG
127000     END-STRING.
127100     DISPLAY WS-CONSOLE-MSG.
127200     MOVE SPACES TO WS-CONSOLE-MSG.
127300     MOVE WS-STRUCT-COUNT TO WS-COUNT-DISP.
127400     STRING 'PROG25 STRUCTURING FLAGGED:    ' DELIMITED BY SIZE
127500             WS-COUNT-DISP DELIMITED BY SIZE
127600             INTO WS-CONSOLE-MSG
127700     END-STRING.
127800     DISPLAY WS-CONSOLE-MSG.
127900     MOVE SPACES TO WS-CONSOLE-MSG.
128000     MOVE WS-ITEM-COUNT TO WS-COUNT-DISP.
128100     STRING 'PROG25 REVIEW ITEMS WRITTEN:   ' DELIMITED BY SIZE
128200             WS-COUNT-DISP DELIMITED BY SIZE
128300             INTO WS-CONSOLE-MSG
128400     END-STRING.
128500     DISPLAY WS-CONSOLE-MSG.
128600     MOVE SPACES TO WS-CONSOLE-MSG.
128700     MOVE WS-ITEM-DUP-COUNT TO WS-COUNT-DISP.
128800     STRING 'PROG25 ITEMS ALREADY ON FILE:  ' DELIMITED BY SIZE
128900             WS-COUNT-DISP DELIMITED BY SIZE
129000             INTO WS-CONSOLE-MSG
129100     END-STRING.
129200     DISPLAY WS-CONSOLE-MSG.
129300     MOVE SPACES TO WS-CONSOLE-MSG.
129400     MOVE WS-PURGE-COUNT TO WS-COUNT-DISP.
129500     STRING 'PROG25 HISTORY DAYS EXPIRED:   ' DELIMITED BY SIZE
129600             WS-COUNT-DISP DELIMITED BY SIZE
129700             INTO WS-CONSOLE-MSG
129800     END-STRING.
129900     DISPLAY WS-CONSOLE-MSG.
130000     IF WS-UNATTRIB-COUNT > 0
130100         MOVE 4 TO RETURN-CODE
130200     END-IF.
130300     IF WS-SUBJ-TABLE-FULL OR WS-FILEFAIL-COUNT > 0
130400         MOVE 8 TO RETURN-CODE
130500     END-IF.
130600 9000-EXIT.
130700     EXIT.
