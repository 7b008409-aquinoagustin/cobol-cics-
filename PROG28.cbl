000100*================================================================
000200* PROGRAM-ID.  PROG28
000300* AUTHOR.      J. MARTINEZ - ONLINE SYSTEMS GROUP
000400* INSTALLATION. DALLAS DATA CENTER
000500* DATE-WRITTEN. 2026-10-15
000600*
000700* PURPOSE.
000800*     NIGHTLY GENERATION OF STANDING INSTRUCTION OCCURRENCES.
000900*     READS THE SINSTF STANDING INSTRUCTION FILE (SEE SIREC) AND
001000*     DRIVES EVERY ACTIVE INSTRUCTION DUE ON OR BEFORE THE RUN
001100*     DATE THROUGH PROG2 OVER THE EXTERNAL CICS INTERFACE (EXCI),
001200*     EXACTLY AS PROG8 RELEASES PENDF ENTRIES, SO AN OCCURRENCE
001300*     GETS THE SAME DECISION LOGIC A TELLER'S TRANSACTION WOULD.
001400*     THE OUTCOME IS WRITTEN TO AUDITF UNDER THE 'STIN' TERMINAL
001500*     TAG AND THE INSTRUCTION'S SCHEDULE IS ROLLED FORWARD TO ITS
001600*     NEXT OCCURRENCE - ON ITS FREQUENCY, THEN TO THE NEXT
001700*     BUSINESS DAY ON CALENDF (SEE CALREC).
001800*
001900*     AN OCCURRENCE REJECTED FOR INSUFFICIENT FUNDS ('0050') OR
002000*     FOR FUNDS ON HOLD ('0051') IS TRIED AGAIN ON EACH FOLLOWING
002100*     BUSINESS DAY UP TO THE RUN'S RETRY LIMIT (SYSIN), AS LONG
002200*     AS THE RETRY STILL FALLS BEFORE THE NEXT OCCURRENCE.  AN
002300*     OCCURRENCE STILL UNPAID AFTER THAT, OR REJECTED FOR ANY
002400*     OTHER REASON, IS REPORTED AND THE SCHEDULE MOVES ON.
002500*     OCCURRENCES FALLING DUE WHILE AN INSTRUCTION IS SUSPENDED
002600*     ARE REPORTED AS SKIPPED AND THE SCHEDULE MOVES PAST THEM,
002700*     SO A RESUMED INSTRUCTION PICKS UP AT ITS NEXT DATE.  AN
002710*     INSTRUCTION WHOSE NEXT DATE CALENDF CANNOT GIVE IS
002720*     SUSPENDED WITH NO NEXT DATE; THE BRANCH KEYS A NEW ONE
002730*     (PROG27) BEFORE RESUMING IT.
002800*
002900*     THE REPORT IS ALSO THE PAYMENTS DESK'S LIST OF SCHEDULED
003000*     PAYMENTS ('WDL' TO A PAYEE) TO REMIT.
003100*
003200*     SINSTF AND AUDITF MUST BE QUIESCED IN CICS (CEMT SET FILE
003300*     CLOSED) FOR THE DURATION OF THIS STEP, AS FOR PROG8 - THIS
003400*     PROGRAM UPDATES BOTH FROM BATCH WHILE THE REGION STAYS UP
003500*     FOR THE EXCI LINK.  SEE THE PROG5X PROLOGUE.
003600*
003700* INPUT.
003800*     SYSIN    - ONE CARD: THE RUN DATE (CCYYMMDD, COLS 1-8) AND
003900*                THE INSUFFICIENT-FUNDS RETRY LIMIT IN BUSINESS
004000*                DAYS (COLS 9-10, 00-10).  A BLANK DATE RESOLVES
004100*                TO THE LAST BUSINESS DAY; A BLANK LIMIT IS 02.
004200*     SINSTF   - THE VSAM STANDING INSTRUCTION FILE, READ IN KEY
004300*                ORDER, EACH DUE INSTRUCTION REWRITTEN.
004400*     CALENDF  - THE BUSINESS CALENDAR, FOR THE SCHEDULE ROLL.
004500* OUTPUT.
004600*     AUDITF   - ONE TRAIL RECORD PER OCCURRENCE DRIVEN.
004700*     RPTOUT   - THE PRINTED OCCURRENCE REPORT.
004800*
004900* MAINTENANCE HISTORY.
005000* DATE       INIT  DESCRIPTION
005100* 2026-10-15 JXM   INITIAL VERSION.
005110* 2026-10-15 JXM   A CALENDAR SUSPENSION CLEARS SI-NEXT-DATE - IT
005120*                  STILL HELD THE OCCURRENCE JUST POSTED, WHICH A
005130*                  RESUME WOULD HAVE POSTED AGAIN.
005200*================================================================
005300 IDENTIFICATION DIVISION.
005400 PROGRAM-ID. PROG28.
005500 AUTHOR. J. MARTINEZ.
005600 INSTALLATION. DALLAS DATA CENTER.
005700 DATE-WRITTEN. 2026-10-15.
005800 DATE-COMPILED.
005900
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT SINST-FILE ASSIGN TO SINSTF
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS SINST-KEY
006700         FILE STATUS IS WS-SINST-STATUS.
006800     SELECT AUDIT-FILE ASSIGN TO AUDITF
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS AUDIT-KEY
007200         FILE STATUS IS WS-AUDIT-STATUS.
007300     SELECT PARM-FILE ASSIGN TO SYSIN
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-PARM-STATUS.
007600     SELECT CALEND-FILE ASSIGN TO CALENDF
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS CAL-KEY
008000         FILE STATUS IS WS-CAL-STATUS.
008100     SELECT RPT-FILE ASSIGN TO RPTOUT
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-RPT-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700*----------------------------------------------------------------
008800* SINSTF - SAME RECORD LAYOUT PROG27 MAINTAINS.
008900*----------------------------------------------------------------
009000 FD  SINST-FILE.
009100 COPY SIREC.
009200
009300*----------------------------------------------------------------
009400* AUDITF - SAME RECORD LAYOUT PROG1/PROG8 WRITE.
009500*----------------------------------------------------------------
009600 FD  AUDIT-FILE.
009700 COPY AUDITREC.
009800
009900*----------------------------------------------------------------
010000* SYSIN PARAMETER CARD - RUN DATE AND RETRY LIMIT.
010100*----------------------------------------------------------------
010200 FD  PARM-FILE.
010300 01  PARM-RECORD.
010400    05  PARM-RUN-DATE           PIC X(08).
010500    05  PARM-RETRY-DAYS         PIC X(02).
010600    05  FILLER                  PIC X(70).
010700
010800*----------------------------------------------------------------
010900* CALENDF - RANDOM READS FOR THE BUSINESS-DAY ROLL AND THE
011000* MONTH-END DAY, READ IN DATE ORDER TO COUNT OFF WEEKS AND TO
011100* FIND THE NEXT BUSINESS DAY FOR A RETRY.
011200*----------------------------------------------------------------
011300 FD  CALEND-FILE.
011400 COPY CALREC.
011500
011600*----------------------------------------------------------------
011700* PRINTED OCCURRENCE REPORT.
011800*----------------------------------------------------------------
011900 FD  RPT-FILE.
012000 01  RPT-RECORD              PIC X(132).
012100
012200 WORKING-STORAGE SECTION.
012300*----------------------------------------------------------------
012400* COMMAREA HANDED TO PROG2 OVER THE EXCI LINK - THE SAME
012500* PROGCOMM SHAPE PROG1 USES ONLINE.
012600*----------------------------------------------------------------
012700 COPY PROGCOMM.
012800
012900*----------------------------------------------------------------
013000* FILE STATUS / SWITCHES.
013100*----------------------------------------------------------------
013200 01  WS-SINST-STATUS          PIC X(02) VALUE '00'.
013300    88  SINST-STATUS-OK              VALUE '00'.
013400 01  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
013500    88  AUDIT-STATUS-OK              VALUE '00'.
013600 01  WS-PARM-STATUS           PIC X(02) VALUE '00'.
013700    88  PARM-STATUS-OK               VALUE '00'.
013800 01  WS-CAL-STATUS            PIC X(02) VALUE '00'.
013900    88  CAL-STATUS-OK                VALUE '00'.
014000 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
014100    88  RPT-STATUS-OK                VALUE '00'.
014200 01  WS-EOF-SW                PIC X(01) VALUE 'N'.
014300    88  END-OF-SINST-FILE            VALUE 'Y'.
014400 01  WS-CAL-ERR-SW            PIC X(01) VALUE 'N'.
014500    88  WS-CAL-ERR                   VALUE 'Y'.
014600 01  WS-CAL-FOUND-SW          PIC X(01) VALUE 'N'.
014700    88  WS-CAL-FOUND                 VALUE 'Y'.
014800 01  WS-REWRITE-SW            PIC X(01) VALUE 'N'.
014900    88  WS-REWRITE-NEEDED            VALUE 'Y'.
015000
015100*----------------------------------------------------------------
015200* CICS-LEVEL RESPONSES FROM THE EXCI LINK TO PROG2.
015300*----------------------------------------------------------------
015400 01  WS-RESP                  PIC S9(9) COMP.
015500 01  WS-RESP2                 PIC S9(9) COMP.
015600
015700*----------------------------------------------------------------
015800* RUN DATE AND RETRY LIMIT - FROM SYSIN, OR THE LAST BUSINESS
015900* DAY AND 2 IF NOT SUPPLIED.
016000*----------------------------------------------------------------
016100 01  WS-RUN-DATE              PIC X(08).
016200 01  WS-RETRY-DAYS            PIC 9(02) VALUE 2.
016300
016400*----------------------------------------------------------------
016500* SCHEDULE ARITHMETIC WORK AREAS.  WEEKS ARE COUNTED OFF THE
016600* CALENDAR ONE DATE AT A TIME; MONTHS ARE STEPPED ON THE
016700* CCYYMM AND THE DAY PULLED BACK UNTIL CALENDF HAS THE DATE,
016800* SO THE CALENDAR ITSELF SAYS HOW LONG A MONTH IS.
016900*----------------------------------------------------------------
017000 01  WS-WORK-DATE             PIC X(08).
017100 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
017200    05  WS-WK-CCYY            PIC 9(04).
017300    05  WS-WK-MM              PIC 9(02).
017400    05  WS-WK-DD              PIC 9(02).
017500 01  WS-STEP-DAYS             PIC 9(03) COMP-3.
017600 01  WS-STEP-MONTHS           PIC 9(02) COMP-3.
017700 01  WS-RETRY-DATE            PIC X(08).
017800 01  WS-FOLLOW-DATE           PIC X(08).
017900 01  WS-SAVE-SINST            PIC X(224).
018000
018100*----------------------------------------------------------------
018200* TIME OF DAY FOR THE AUDIT KEY - REFRESHED PER RECORD.  THE
018300* AUDIT TASK NUMBER IS ZERO (THERE IS NO CICS TASK BEHIND A
018400* BATCH OCCURRENCE) AND THE SEQUENCE COUNTER KEEPS THE RUN'S
018500* KEYS APART - SAME REASONING AS PROG8'S RELEASE AUDIT.
018600*----------------------------------------------------------------
018700 01  WS-TIME-RAW              PIC 9(08).
018800 01  WS-TIME-HHMMSS REDEFINES WS-TIME-RAW.
018900    05  WS-TIME-6             PIC X(06).
019000    05  FILLER                PIC X(02).
019100 01  WS-AUD-SEQ-CTR           PIC 9(04) VALUE 0.
019200
019300*----------------------------------------------------------------
019400* RUNNING COUNTS FOR THE REPORT AND CONSOLE.
019500*----------------------------------------------------------------
019600 01  WS-DUE-COUNT             PIC 9(07) COMP-3 VALUE 0.
019700 01  WS-POSTED-COUNT          PIC 9(07) COMP-3 VALUE 0.
019800 01  WS-POSTED-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
019900 01  WS-RETRY-COUNT           PIC 9(07) COMP-3 VALUE 0.
020000 01  WS-UNPAID-COUNT          PIC 9(07) COMP-3 VALUE 0.
020100 01  WS-REJECT-COUNT          PIC 9(07) COMP-3 VALUE 0.
020200 01  WS-SKIP-COUNT            PIC 9(07) COMP-3 VALUE 0.
020300 01  WS-ENDED-COUNT           PIC 9(07) COMP-3 VALUE 0.
020400 01  WS-FAIL-COUNT            PIC 9(07) COMP-3 VALUE 0.
020500 01  WS-AUDFAIL-COUNT         PIC 9(07) COMP-3 VALUE 0.
020600 01  WS-CALERR-COUNT          PIC 9(07) COMP-3 VALUE 0.
020700 01  WS-COUNT-DISP            PIC ZZZ,ZZ9.
020800 01  WS-RETRY-DISP            PIC Z9.
020900 01  WS-AMT-DISP              PIC ZZZ,ZZZ,ZZ9.99.
021000 01  WS-TOTAL-DISP            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
021100 01  WS-CONSOLE-MSG           PIC X(70).
021200
021300*----------------------------------------------------------------
021400* PRINT LINE WORK AREAS.  THE LITERAL FILLERS IN THE DETAIL LINE
021500* ARE NEVER OVERWRITTEN, SO IT IS BUILT BY MOVING THE DATA
021600* FIELDS ALONE.  THE PAID-TO COLUMN IS THE TO-ACCOUNT OF A
021700* TRANSFER OR THE PAYEE OF A PAYMENT.
021800*----------------------------------------------------------------
021900 01  WS-PRINT-LINE            PIC X(132).
022000 01  WS-OUTCOME              PIC X(36).
022100 01  WS-OCC-DATE             PIC X(08).
022200 01  WS-DTL-LINE.
022300    05  FILLER                PIC X(02) VALUE SPACES.
022400    05  WS-DL-ACCT            PIC X(10).
022500    05  FILLER                PIC X(01) VALUE SPACES.
022600    05  WS-DL-NO              PIC 9(03).
022700    05  FILLER                PIC X(02) VALUE SPACES.
022800    05  WS-DL-FUNC            PIC X(03).
022900    05  FILLER                PIC X(02) VALUE SPACES.
023000    05  WS-DL-PAID-TO         PIC X(30).
023100    05  FILLER                PIC X(02) VALUE SPACES.
023200    05  WS-DL-AMT             PIC ZZZ,ZZZ,ZZ9.99.
023300    05  FILLER                PIC X(02) VALUE SPACES.
023400    05  WS-DL-SCHED           PIC X(08).
023500    05  FILLER                PIC X(02) VALUE SPACES.
023600    05  WS-DL-OUTCOME         PIC X(36).
023700    05  FILLER                PIC X(02) VALUE SPACES.
023800    05  WS-DL-NEXT            PIC X(08).
023900    05  FILLER                PIC X(03) VALUE SPACES.
024000
024100 PROCEDURE DIVISION.
024200*----------------------------------------------------------------
024300* 0000-MAIN-PARA
024400*     MAINLINE - ONE PASS OF SINSTF, DRIVING OR SKIPPING EVERY
024500*     INSTRUCTION THAT HAS FALLEN DUE.
024600*----------------------------------------------------------------
024700 0000-MAIN-PARA.
024800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900     PERFORM 3000-PROCESS-SINST THRU 3000-EXIT
025000         UNTIL END-OF-SINST-FILE.
025100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025200     STOP RUN.
025300
025400*----------------------------------------------------------------
025500* 1000-INITIALIZE
025600*     OPENS THE FILES, ESTABLISHES THE RUN DATE AND RETRY LIMIT,
025700*     PRINTS THE HEADINGS AND DOES THE PRIMING READ OF SINSTF.
025800*     A BAD OPEN STATUS OR A BAD PARAMETER ABENDS THE RUN.
025900*----------------------------------------------------------------
026000 1000-INITIALIZE.
026100     OPEN I-O    SINST-FILE.
026200     IF NOT SINST-STATUS-OK
026300         DISPLAY 'PROG28 SINSTF OPEN FAILED STATUS='
026400             WS-SINST-STATUS
026500         MOVE 16 TO RETURN-CODE
026600         STOP RUN
026700     END-IF.
026800     OPEN I-O    AUDIT-FILE.
026900     IF NOT AUDIT-STATUS-OK
027000         DISPLAY 'PROG28 AUDITF OPEN FAILED STATUS='
027100             WS-AUDIT-STATUS
027200         MOVE 16 TO RETURN-CODE
027300         STOP RUN
027400     END-IF.
027500     OPEN INPUT  PARM-FILE.
027600     IF NOT PARM-STATUS-OK
027700         DISPLAY 'PROG28 PARMFILE OPEN FAILED STATUS='
027800             WS-PARM-STATUS
027900         MOVE 16 TO RETURN-CODE
028000         STOP RUN
028100     END-IF.
028200     OPEN INPUT  CALEND-FILE.
028300     IF NOT CAL-STATUS-OK
028400         DISPLAY 'PROG28 CALENDF OPEN FAILED STATUS='
028500             WS-CAL-STATUS
028600         MOVE 16 TO RETURN-CODE
028700         STOP RUN
028800     END-IF.
028900     OPEN OUTPUT RPT-FILE.
029000     IF NOT RPT-STATUS-OK
029100         DISPLAY 'PROG28 RPTOUT OPEN FAILED STATUS='
029200             WS-RPT-STATUS
029300         MOVE 16 TO RETURN-CODE
029400         STOP RUN
029500     END-IF.
029600     READ PARM-FILE
029700         AT END MOVE SPACES TO PARM-RECORD
029800     END-READ.
029900     IF PARM-RUN-DATE = SPACES OR LOW-VALUES
030000         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
030100         PERFORM 1100-RESOLVE-BUS-DATE THRU 1100-EXIT
030200     ELSE
030300         MOVE PARM-RUN-DATE TO WS-RUN-DATE
030400     END-IF.
030500     IF PARM-RETRY-DAYS NOT = SPACES
030600         MOVE PARM-RETRY-DAYS TO WS-RETRY-DAYS
030700     END-IF.
030800     IF WS-RUN-DATE NOT NUMERIC
030900      OR (PARM-RETRY-DAYS NOT = SPACES
031000          AND PARM-RETRY-DAYS NOT NUMERIC)
031100      OR WS-RETRY-DAYS > 10
031200         DISPLAY 'PROG28 INVALID SYSIN CARD=' PARM-RECORD
031300         MOVE 16 TO RETURN-CODE
031400         STOP RUN
031500     END-IF.
031600     CLOSE PARM-FILE.
031700     PERFORM 1200-PRINT-HEADINGS THRU 1200-EXIT.
031800     PERFORM 2000-READ-SINST THRU 2000-EXIT.
031900 1000-EXIT.
032000     EXIT.
032100
032200*----------------------------------------------------------------
032300* 1100-RESOLVE-BUS-DATE
032400*     A BLANK SYSIN DATE MEANS THE LAST BUSINESS DAY, SO A
032500*     WINDOW RUN IN THE SMALL HOURS OF A SATURDAY OR HOLIDAY
032600*     WORKS THE RIGHT BUSINESS DATE.  A DATE THE CALENDAR DOES
032700*     NOT COVER STANDS AS IS.
032800*----------------------------------------------------------------
032900 1100-RESOLVE-BUS-DATE.
033000     MOVE WS-RUN-DATE TO CAL-DATE.
033100     READ CALEND-FILE.
033200     IF CAL-STATUS-OK
033300      AND NOT CAL-BUSINESS-DAY
033400      AND CAL-LAST-BUS-DATE NUMERIC
033500         MOVE CAL-LAST-BUS-DATE TO WS-RUN-DATE
033600     END-IF.
033700 1100-EXIT.
033800     EXIT.
033900
034000*----------------------------------------------------------------
034100* 1200-PRINT-HEADINGS
034200*     THE REPORT TITLE AND COLUMN HEADINGS.
034300*----------------------------------------------------------------
034400 1200-PRINT-HEADINGS.
034500     MOVE SPACES TO WS-PRINT-LINE.
034600     MOVE WS-RETRY-DAYS TO WS-RETRY-DISP.
034700     STRING 'PROG28  STANDING INSTRUCTION OCCURRENCES  '
034800             DELIMITED BY SIZE
034900         'BUSINESS DATE: ' DELIMITED BY SIZE
035000         WS-RUN-DATE DELIMITED BY SIZE
035100         '  RETRY LIMIT: ' DELIMITED BY SIZE
035200         WS-RETRY-DISP DELIMITED BY SIZE
035300         ' BUSINESS DAYS' DELIMITED BY SIZE
035400         INTO WS-PRINT-LINE
035500     END-STRING.
035600     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
035700     MOVE SPACES TO WS-PRINT-LINE.
035800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
035900     STRING '  FROM ACCT  NO   FN   PAID TO' DELIMITED BY SIZE
036000         '                                   AMOUNT  '
036100             DELIMITED BY SIZE
036200         'SCHEDULED OUTCOME' DELIMITED BY SIZE
036300         '                              NEXT' DELIMITED BY SIZE
036400         INTO WS-PRINT-LINE
036500     END-STRING.
036600     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
036700     MOVE SPACES TO WS-PRINT-LINE.
036800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
036900 1200-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------------
037300* 2000-READ-SINST
037400*     READS THE NEXT SINSTF RECORD AND SETS THE EOF SWITCH.
037500*----------------------------------------------------------------
037600 2000-READ-SINST.
037700     READ SINST-FILE NEXT RECORD
037800         AT END MOVE 'Y' TO WS-EOF-SW
037900     END-READ.
038000 2000-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------------
038400* 3000-PROCESS-SINST
038500*     WORKS ONE INSTRUCTION IF IT HAS FALLEN DUE - DRIVES AN
038600*     ACTIVE ONE, MOVES A SUSPENDED ONE PAST ITS MISSED DATES -
038700*     THEN REWRITES IT.  A FAILED REWRITE ABENDS THE RUN: THE
038800*     OCCURRENCE HAS POSTED, AND AN UNMOVED SCHEDULE WOULD POST
038900*     IT AGAIN TOMORROW.
039000*----------------------------------------------------------------
039100 3000-PROCESS-SINST.
039200     IF NOT SI-ACTIVE AND NOT SI-SUSPENDED
039300         GO TO 3000-NEXT.
039400     IF SI-NEXT-DATE NOT NUMERIC
039500      OR SI-NEXT-DATE > WS-RUN-DATE
039600         GO TO 3000-NEXT.
039700     MOVE 'N' TO WS-REWRITE-SW.
039800     MOVE 'N' TO WS-CAL-ERR-SW.
039900     IF SI-SUSPENDED
040000         PERFORM 3500-SKIP-SUSPENDED THRU 3500-EXIT
040100             UNTIL NOT SI-SUSPENDED
040200                OR SI-NEXT-DATE > WS-RUN-DATE
040300                OR WS-CAL-ERR
040400     ELSE
040500         ADD 1 TO WS-DUE-COUNT
040600         PERFORM 3100-DRIVE-ONE THRU 3100-EXIT
040700     END-IF.
040800     IF NOT WS-REWRITE-NEEDED
040900         GO TO 3000-NEXT.
041000     REWRITE SINST-RECORD.
041100     IF NOT SINST-STATUS-OK
041200         DISPLAY 'PROG28 SINSTF REWRITE FAILED STATUS='
041300             WS-SINST-STATUS ' KEY=' SINST-KEY
041400         MOVE 16 TO RETURN-CODE
041500         STOP RUN
041600     END-IF.
041700 3000-NEXT.
041800     PERFORM 2000-READ-SINST THRU 2000-EXIT.
041900 3000-EXIT.
042000     EXIT.
042100
042200*----------------------------------------------------------------
042300* 3100-DRIVE-ONE
042400*     LINKS ONE OCCURRENCE TO PROG2 OVER EXCI, DATED THE RUN
042500*     DATE, AND WORKS OUT WHAT HAPPENS TO THE SCHEDULE FROM THE
042600*     BUSINESS OUTCOME.  A FAILED LINK LEAVES THE INSTRUCTION
042700*     UNTOUCHED, STILL DUE, FOR THE NEXT RUN.
042800*----------------------------------------------------------------
042900 3100-DRIVE-ONE.
043000     MOVE SI-SCHED-DATE   TO WS-OCC-DATE.
043100     MOVE SPACES          TO COM-REGION.
043200     MOVE SI-FIELD        TO FIELD.
043300     MOVE 'STIN'          TO COM-TERM-ID.
043400     MOVE SI-FROM-ACCT-NO TO COM-ACCT-NO.
043500     MOVE SI-TO-ACCT-NO   TO COM-TO-ACCT-NO.
043600     MOVE SI-AMT          TO COM-TRAN-AMT.
043700     MOVE WS-RUN-DATE     TO COM-EFF-DATE.
043800     EXEC CICS LINK
043900          PROGRAM('PROG2')
044000          COMMAREA(COM-REGION)
044100          LENGTH(LENGTH OF COM-REGION)
044200          APPLID('CICSPROD')
044300          SYNCONRETURN
044400          RESP(WS-RESP)
044500          RESP2(WS-RESP2)
044600     END-EXEC.
044700     IF WS-RESP NOT = DFHRESP(NORMAL)
044800         ADD 1 TO WS-FAIL-COUNT
044900         DISPLAY 'PROG28 EXCI LINK FAILED RESP=' WS-RESP
045000             ' RESP2=' WS-RESP2
045100             ' KEY=' SINST-KEY
045200         MOVE 'LINK FAILED - STILL DUE' TO WS-OUTCOME
045300         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
045400         GO TO 3100-EXIT.
045500     PERFORM 3200-AUDIT-OCCURRENCE THRU 3200-EXIT.
045600     MOVE 'Y'             TO WS-REWRITE-SW.
045700     MOVE WS-RUN-DATE     TO SI-LAST-DATE.
045800     MOVE COM-RESP-CODE   TO SI-LAST-RESP-CODE.
045900     MOVE COM-RESP-MSG    TO SI-LAST-RESP-MSG.
046000     EVALUATE COM-RESP-CODE
046100         WHEN '0000'
046200             ADD 1 TO WS-POSTED-COUNT
046300             ADD SI-AMT TO WS-POSTED-AMT
046400             MOVE 'POSTED' TO WS-OUTCOME
046500             PERFORM 3600-DISPOSE THRU 3600-EXIT
046600         WHEN '0050'
046700         WHEN '0051'
046800             PERFORM 3400-NOT-ENOUGH-FUNDS THRU 3400-EXIT
046900         WHEN OTHER
047000             ADD 1 TO WS-REJECT-COUNT
047100             MOVE SPACES TO WS-OUTCOME
047200             STRING 'REJECTED ' DELIMITED BY SIZE
047300                 COM-RESP-CODE DELIMITED BY SIZE
047400                 ' - NOT PAID' DELIMITED BY SIZE
047500                 INTO WS-OUTCOME
047600             END-STRING
047700             PERFORM 3600-DISPOSE THRU 3600-EXIT
047800     END-EVALUATE.
047900     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
048000     IF COM-RESP-CODE NOT = '0000'
048100         MOVE SPACES TO WS-PRINT-LINE
048200         STRING '                    ' DELIMITED BY SIZE
048300             COM-RESP-MSG DELIMITED BY SIZE
048400             INTO WS-PRINT-LINE
048500         END-STRING
048600         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
048700     END-IF.
048800 3100-EXIT.
048900     EXIT.
049000
049100*----------------------------------------------------------------
049200* 3200-AUDIT-OCCURRENCE
049300*     WRITES THE OCCURRENCE'S OUTCOME TO AUDITF THE WAY PROG8
049400*     AUDITS A RELEASE - DATED WITH THE RUN DATE, UNDER THE
049500*     'STIN' TERMINAL TAG SO THE TRAIL SHOWS WHERE IT CAME FROM.
049600*     A FAILED AUDIT WRITE IS LOGGED AND COUNTED BUT DOES NOT
049700*     STOP THE RUN - THE BUSINESS OUTCOME HAS ALREADY BEEN
049800*     POSTED BY PROG2.
049900*----------------------------------------------------------------
050000 3200-AUDIT-OCCURRENCE.
050100     ACCEPT WS-TIME-RAW FROM TIME.
050200     MOVE WS-RUN-DATE     TO AUD-DATE.
050300     MOVE WS-TIME-6       TO AUD-TIME.
050400     MOVE 'STIN'          TO AUD-TERM-ID.
050500     MOVE ZERO            TO AUD-TASK-NO.
050600     ADD 1 TO WS-AUD-SEQ-CTR.
050700     MOVE WS-AUD-SEQ-CTR  TO AUD-SEQ.
050800     MOVE ZERO            TO AUD-RESP.
050900     MOVE ZERO            TO AUD-RESP2.
051000     MOVE FIELD           TO AUD-FIELD.
051100     MOVE COM-ACCT-NO     TO AUD-ACCT-NO.
051200     MOVE COM-TO-ACCT-NO  TO AUD-TO-ACCT-NO.
051300     MOVE COM-TRAN-AMT    TO AUD-TRAN-AMT.
051400     MOVE COM-EFF-DATE    TO AUD-EFF-DATE.
051500     MOVE COM-RESP-CODE   TO AUD-RESP-CODE.
051600     MOVE COM-RESP-MSG    TO AUD-RESP-MSG.
051700     MOVE SPACES          TO AUD-OPER-ID.
051800     MOVE COM-XREF-KEY    TO AUD-XREF-KEY.
051900     MOVE COM-REV-FUNC    TO AUD-REV-FUNC.
052000     MOVE SPACES          TO AUD-TELLER-ID.
052100     WRITE AUDIT-RECORD
052200         INVALID KEY
052300             ADD 1 TO WS-AUDFAIL-COUNT
052400             DISPLAY 'PROG28 AUDIT WRITE FAILED STATUS='
052500                 WS-AUDIT-STATUS ' KEY=' AUDIT-KEY
052600     END-WRITE.
052700 3200-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------------
053100* 3400-NOT-ENOUGH-FUNDS
053200*     THE OCCURRENCE WAS TURNED DOWN FOR FUNDS.  IF RETRIES ARE
053300*     LEFT IT IS SET TO RUN AGAIN ON THE NEXT BUSINESS DAY -
053400*     PROVIDED THAT IS STILL BEFORE THE FOLLOWING OCCURRENCE,
053500*     WORKED OUT ON A SCRATCH COPY OF THE RECORD SO TWO
053600*     OCCURRENCES NEVER STACK UP.  OTHERWISE IT IS REPORTED
053700*     UNPAID AND THE SCHEDULE MOVES ON.
053800*----------------------------------------------------------------
053900 3400-NOT-ENOUGH-FUNDS.
054000     IF SI-RETRY-COUNT NOT < WS-RETRY-DAYS
054100         GO TO 3400-UNPAID.
054200     PERFORM 4400-NEXT-BUS-DAY THRU 4400-EXIT.
054300     IF WS-CAL-ERR
054400         MOVE 'N' TO WS-CAL-ERR-SW
054500         GO TO 3400-UNPAID.
054600     MOVE SINST-RECORD TO WS-SAVE-SINST.
054700     ADD 1 TO SI-RUN-COUNT.
054800     PERFORM 4000-ADVANCE-SCHEDULE THRU 4000-EXIT.
054900     IF SI-ENDED OR WS-CAL-ERR
055000         MOVE HIGH-VALUES TO WS-FOLLOW-DATE
055100     ELSE
055200         MOVE SI-NEXT-DATE TO WS-FOLLOW-DATE
055300     END-IF.
055400     MOVE WS-SAVE-SINST TO SINST-RECORD.
055500     MOVE 'N' TO WS-CAL-ERR-SW.
055600     IF WS-RETRY-DATE NOT < WS-FOLLOW-DATE
055700         GO TO 3400-UNPAID.
055800     ADD 1 TO SI-RETRY-COUNT.
055900     MOVE WS-RETRY-DATE TO SI-NEXT-DATE.
056000     ADD 1 TO WS-RETRY-COUNT.
056100     MOVE SI-RETRY-COUNT TO WS-RETRY-DISP.
056200     MOVE SPACES TO WS-OUTCOME.
056300     STRING 'NO FUNDS - RETRY ' DELIMITED BY SIZE
056400         WS-RETRY-DISP DELIMITED BY SIZE
056500         ' ON NEXT DATE' DELIMITED BY SIZE
056600         INTO WS-OUTCOME
056700     END-STRING.
056800     GO TO 3400-EXIT.
056900 3400-UNPAID.
057000     ADD 1 TO WS-UNPAID-COUNT.
057100     MOVE SI-RETRY-COUNT TO WS-RETRY-DISP.
057200     MOVE SPACES TO WS-OUTCOME.
057300     STRING 'NO FUNDS - NOT PAID AFTER ' DELIMITED BY SIZE
057400         WS-RETRY-DISP DELIMITED BY SIZE
057500         ' RETRIES' DELIMITED BY SIZE
057600         INTO WS-OUTCOME
057700     END-STRING.
057800     PERFORM 3600-DISPOSE THRU 3600-EXIT.
057900 3400-EXIT.
058000     EXIT.
058100
058200*----------------------------------------------------------------
058300* 3500-SKIP-SUSPENDED
058400*     ONE OCCURRENCE OF A SUSPENDED INSTRUCTION THAT HAS FALLEN
058500*     DUE - REPORTED AS SKIPPED, NOT DRIVEN, NOT COUNTED AGAINST
058600*     THE OCCURRENCE LIMIT, AND THE SCHEDULE MOVED PAST IT.
058700*----------------------------------------------------------------
058800 3500-SKIP-SUSPENDED.
058900     ADD 1 TO WS-SKIP-COUNT.
059000     MOVE 'Y' TO WS-REWRITE-SW.
059100     MOVE 'SKIPPED - INSTRUCTION SUSPENDED' TO WS-OUTCOME.
059200     MOVE SI-SCHED-DATE TO WS-OCC-DATE.
059300     MOVE 0 TO SI-RETRY-COUNT.
059400     PERFORM 4000-ADVANCE-SCHEDULE THRU 4000-EXIT.
059500     PERFORM 3700-CHECK-ADVANCE THRU 3700-EXIT.
059600     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
059700 3500-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------------
060100* 3600-DISPOSE
060200*     THE CURRENT OCCURRENCE IS DONE WITH - POSTED, OR REPORTED
060300*     UNPAID.  COUNTS IT AND ROLLS THE SCHEDULE ON.
060400*----------------------------------------------------------------
060500 3600-DISPOSE.
060600     ADD 1 TO SI-RUN-COUNT.
060700     MOVE 0 TO SI-RETRY-COUNT.
060800     PERFORM 4000-ADVANCE-SCHEDULE THRU 4000-EXIT.
060900     PERFORM 3700-CHECK-ADVANCE THRU 3700-EXIT.
061000 3600-EXIT.
061100     EXIT.
061200
061300*----------------------------------------------------------------
061400* 3700-CHECK-ADVANCE
061500*     AFTER THE SCHEDULE HAS BEEN ROLLED - COUNTS AN INSTRUCTION
061600*     THAT HAS NOW ENDED, AND SUSPENDS ONE WHOSE NEXT DATE THE
061700*     CALENDAR COULD NOT GIVE (A WEEKLY SCHEDULE RUN PAST THE END
061800*     OF CALENDF).  4000 LEAVES SI-NEXT-DATE ON THE OCCURRENCE
061810*     JUST DISPOSED OF (OR SKIPPED) IN THAT CASE, SO IT IS
061820*     CLEARED HERE - LEFT IN PLACE, A RESUME WOULD DRIVE THE
061830*     SAME OCCURRENCE AGAIN.  ONCE THE CALENDAR IS EXTENDED THE
061840*     BRANCH KEYS A NEW NEXT DATE (PROG27 UPDATE) AND RESUMES;
061850*     PROG27 WILL NOT RESUME AN INSTRUCTION WITHOUT ONE.
062000*----------------------------------------------------------------
062100 3700-CHECK-ADVANCE.
062200     IF SI-ENDED
062300         ADD 1 TO WS-ENDED-COUNT
062400         GO TO 3700-EXIT.
062500     IF NOT WS-CAL-ERR
062600         GO TO 3700-EXIT.
062700     ADD 1 TO WS-CALERR-COUNT.
062800     SET SI-SUSPENDED TO TRUE.
062850     MOVE SPACES TO SI-NEXT-DATE.
062900     MOVE 'SUSPENDED - NO CALENDAR - KEY NEXT DATE'
063000         TO SI-LAST-RESP-MSG.
063100     DISPLAY 'PROG28 CALENDF DOES NOT COVER THE NEXT DATE - '
063200         'INSTRUCTION SUSPENDED KEY=' SINST-KEY.
063300 3700-EXIT.
063400     EXIT.
063500
063600*----------------------------------------------------------------
063700* 4000-ADVANCE-SCHEDULE
063800*     MOVES SI-SCHED-DATE ON BY ONE PERIOD OF THE FREQUENCY AND
063900*     SETS SI-NEXT-DATE TO THE BUSINESS DAY IT RUNS ON - OR
064000*     ENDS THE INSTRUCTION IF ITS COUNT IS REACHED OR THE NEW
064100*     DATE IS PAST ITS END DATE.  WS-CAL-ERR IS SET IF THE
064200*     CALENDAR DOES NOT REACH THE NEW DATE.
064300*----------------------------------------------------------------
064400 4000-ADVANCE-SCHEDULE.
064500     IF SI-MAX-COUNT > 0
064600      AND SI-RUN-COUNT NOT < SI-MAX-COUNT
064700         SET SI-ENDED TO TRUE
064800         MOVE SPACES TO SI-NEXT-DATE
064900         GO TO 4000-EXIT.
065000     EVALUATE TRUE
065100         WHEN SI-WEEKLY
065200             MOVE 7 TO WS-STEP-DAYS
065300             PERFORM 4100-ADD-DAYS THRU 4100-EXIT
065400         WHEN SI-BIWEEKLY
065500             MOVE 14 TO WS-STEP-DAYS
065600             PERFORM 4100-ADD-DAYS THRU 4100-EXIT
065700         WHEN SI-MONTHLY
065800             MOVE 1 TO WS-STEP-MONTHS
065900             PERFORM 4200-ADD-MONTHS THRU 4200-EXIT
066000         WHEN SI-QUARTERLY
066100             MOVE 3 TO WS-STEP-MONTHS
066200             PERFORM 4200-ADD-MONTHS THRU 4200-EXIT
066300         WHEN OTHER
066400             MOVE 12 TO WS-STEP-MONTHS
066500             PERFORM 4200-ADD-MONTHS THRU 4200-EXIT
066600     END-EVALUATE.
066700     IF WS-CAL-ERR
066800         GO TO 4000-EXIT.
066900     MOVE WS-WORK-DATE TO SI-SCHED-DATE.
067000     IF SI-END-DATE NOT = SPACES
067100      AND SI-SCHED-DATE > SI-END-DATE
067200         SET SI-ENDED TO TRUE
067300         MOVE SPACES TO SI-NEXT-DATE
067400         GO TO 4000-EXIT.
067500     MOVE SI-SCHED-DATE TO SI-NEXT-DATE.
067600     MOVE SI-SCHED-DATE TO CAL-DATE.
067700     READ CALEND-FILE.
067800     IF CAL-STATUS-OK
067900      AND CAL-NEXT-BUS-DATE NUMERIC
068000         MOVE CAL-NEXT-BUS-DATE TO SI-NEXT-DATE
068100     END-IF.
068200 4000-EXIT.
068300     EXIT.
068400
068500*----------------------------------------------------------------
068600* 4100-ADD-DAYS
068700*     WS-WORK-DATE = SI-SCHED-DATE PLUS WS-STEP-DAYS, COUNTED
068800*     OFF CALENDF ONE DATE AT A TIME.
068900*----------------------------------------------------------------
069000 4100-ADD-DAYS.
069100     MOVE SI-SCHED-DATE TO CAL-DATE.
069200     START CALEND-FILE KEY IS GREATER THAN CAL-KEY
069300         INVALID KEY MOVE 'Y' TO WS-CAL-ERR-SW
069400     END-START.
069500     PERFORM 4110-READ-NEXT-CAL THRU 4110-EXIT
069600         WS-STEP-DAYS TIMES.
069700     MOVE CAL-DATE TO WS-WORK-DATE.
069800 4100-EXIT.
069900     EXIT.
070000
070100 4110-READ-NEXT-CAL.
070200     IF WS-CAL-ERR
070300         GO TO 4110-EXIT.
070400     READ CALEND-FILE NEXT RECORD
070500         AT END MOVE 'Y' TO WS-CAL-ERR-SW
070600     END-READ.
070700 4110-EXIT.
070800     EXIT.
070900
071000*----------------------------------------------------------------
071100* 4200-ADD-MONTHS
071200*     WS-WORK-DATE = SI-SCHED-DATE PLUS WS-STEP-MONTHS, ON THE
071300*     INSTRUCTION'S OWN DAY OF THE MONTH (SI-SCHED-DAY) - PULLED
071400*     BACK A DAY AT A TIME UNTIL CALENDF HAS THE DATE, SO THE
071500*     31ST BECOMES THE 30TH, 29TH OR 28TH IN A SHORTER MONTH.
071600*     EVERY MONTH HAS A 28TH, SO A DAY UP TO THE 28TH STANDS
071700*     WHETHER OR NOT THE CALENDAR REACHES THAT FAR.
071800*----------------------------------------------------------------
071900 4200-ADD-MONTHS.
072000     MOVE SI-SCHED-DATE TO WS-WORK-DATE.
072100     ADD WS-STEP-MONTHS TO WS-WK-MM.
072200     IF WS-WK-MM > 12
072300         SUBTRACT 12 FROM WS-WK-MM
072400         ADD 1 TO WS-WK-CCYY
072500     END-IF.
072600     MOVE SI-SCHED-DAY TO WS-WK-DD.
072700     MOVE 'N' TO WS-CAL-FOUND-SW.
072800     PERFORM 4210-FIND-DAY THRU 4210-EXIT
072900         UNTIL WS-CAL-FOUND OR WS-CAL-ERR.
073000 4200-EXIT.
073100     EXIT.
073200
073300 4210-FIND-DAY.
073400     MOVE WS-WORK-DATE TO CAL-DATE.
073500     READ CALEND-FILE.
073600     IF CAL-STATUS-OK
073700         SET WS-CAL-FOUND TO TRUE
073800         GO TO 4210-EXIT.
073900     IF WS-WK-DD > 28
074000         SUBTRACT 1 FROM WS-WK-DD
074100     ELSE
074200         SET WS-CAL-FOUND TO TRUE
074300     END-IF.
074400 4210-EXIT.
074500     EXIT.
074600
074700*----------------------------------------------------------------
074800* 4400-NEXT-BUS-DAY
074900*     WS-RETRY-DATE = THE FIRST BUSINESS DAY AFTER THE RUN DATE.
075000*----------------------------------------------------------------
075100 4400-NEXT-BUS-DAY.
075200     MOVE 'N' TO WS-CAL-ERR-SW.
075300     MOVE 'N' TO WS-CAL-FOUND-SW.
075400     MOVE WS-RUN-DATE TO CAL-DATE.
075500     START CALEND-FILE KEY IS GREATER THAN CAL-KEY
075600         INVALID KEY MOVE 'Y' TO WS-CAL-ERR-SW
075700     END-START.
075800     PERFORM 4410-SCAN-BUS-DAY THRU 4410-EXIT
075900         UNTIL WS-CAL-FOUND OR WS-CAL-ERR.
076000     MOVE CAL-DATE TO WS-RETRY-DATE.
076100 4400-EXIT.
076200     EXIT.
076300
076400 4410-SCAN-BUS-DAY.
076500     READ CALEND-FILE NEXT RECORD
076600         AT END MOVE 'Y' TO WS-CAL-ERR-SW
076700     END-READ.
076800     IF NOT WS-CAL-ERR AND CAL-BUSINESS-DAY
076900         SET WS-CAL-FOUND TO TRUE
077000     END-IF.
077100 4410-EXIT.
077200     EXIT.
077300
077400*----------------------------------------------------------------
077500* 7000-WRITE-DETAIL
077600*     ONE REPORT LINE FOR THE INSTRUCTION AS IT NOW STANDS, WITH
077700*     THE OCCURRENCE'S NOMINAL DATE AND WS-OUTCOME.  THE NEXT
077800*     COLUMN SAYS ENDED FOR AN INSTRUCTION THAT HAS RUN ITS
077900*     COURSE.
078000*----------------------------------------------------------------
078100 7000-WRITE-DETAIL.
078200     MOVE SI-FROM-ACCT-NO TO WS-DL-ACCT.
078300     MOVE SI-NO           TO WS-DL-NO.
078400     MOVE SI-FIELD        TO WS-DL-FUNC.
078500     IF SI-FIELD = 'XFR'
078600         MOVE SI-TO-ACCT-NO TO WS-DL-PAID-TO
078700     ELSE
078800         MOVE SI-PAYEE-NAME TO WS-DL-PAID-TO
078900     END-IF.
079000     MOVE SI-AMT          TO WS-DL-AMT.
079100     MOVE WS-OCC-DATE     TO WS-DL-SCHED.
079200     MOVE WS-OUTCOME      TO WS-DL-OUTCOME.
079300     IF SI-ENDED
079400         MOVE 'ENDED'     TO WS-DL-NEXT
079500     ELSE
079600         MOVE SI-NEXT-DATE TO WS-DL-NEXT
079700     END-IF.
079800     WRITE RPT-RECORD FROM WS-DTL-LINE.
079900     IF NOT RPT-STATUS-OK
080000         DISPLAY 'PROG28 RPTOUT WRITE FAILED STATUS='
080100             WS-RPT-STATUS
080200         MOVE 16 TO RETURN-CODE
080300         STOP RUN
080400     END-IF.
080500 7000-EXIT.
080600     EXIT.
080700
080800*----------------------------------------------------------------
080900* 7900-WRITE-LINE
081000*     WRITES WS-PRINT-LINE.  A FAILED WRITE ABENDS THE RUN.
081100*----------------------------------------------------------------
081200 7900-WRITE-LINE.
081300     WRITE RPT-RECORD FROM WS-PRINT-LINE.
081400     IF NOT RPT-STATUS-OK
081500         DISPLAY 'PROG28 RPTOUT WRITE FAILED STATUS='
081600             WS-RPT-STATUS
081700         MOVE 16 TO RETURN-CODE
081800         STOP RUN
081900     END-IF.
082000 7900-EXIT.
082100     EXIT.
082200
082300*----------------------------------------------------------------
082400* 9000-TERMINATE
082500*     PRINTS THE TOTALS, CLOSES THE FILES AND REPORTS THE
082600*     COUNTS.  LINK OR AUDIT FAILURES, OR AN INSTRUCTION
082700*     SUSPENDED FOR WANT OF CALENDAR, LEAVE RC=8; AN OCCURRENCE
082800*     REPORTED UNPAID OR REJECTED LEAVES RC=4 SO THE BRANCH
082900*     FOLLOWS IT UP WITH THE CUSTOMER.
083000*----------------------------------------------------------------
083100 9000-TERMINATE.
083200     MOVE SPACES TO WS-PRINT-LINE.
083300     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
083400     MOVE WS-POSTED-COUNT TO WS-COUNT-DISP.
083500     MOVE WS-POSTED-AMT   TO WS-TOTAL-DISP.
083600     STRING '  POSTED:   ' DELIMITED BY SIZE
083700         WS-COUNT-DISP DELIMITED BY SIZE
083800         '  FOR ' DELIMITED BY SIZE
083900         WS-TOTAL-DISP DELIMITED BY SIZE
084000         INTO WS-PRINT-LINE
084100     END-STRING.
084200     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
084300     MOVE SPACES TO WS-PRINT-LINE.
084400     MOVE WS-RETRY-COUNT TO WS-COUNT-DISP.
084500     STRING '  RETRYING: ' DELIMITED BY SIZE
084600         WS-COUNT-DISP DELIMITED BY SIZE
084700         INTO WS-PRINT-LINE
084800     END-STRING.
084900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
085000     MOVE SPACES TO WS-PRINT-LINE.
085100     MOVE WS-UNPAID-COUNT TO WS-COUNT-DISP.
085200     STRING '  UNPAID:   ' DELIMITED BY SIZE
085300         WS-COUNT-DISP DELIMITED BY SIZE
085400         INTO WS-PRINT-LINE
085500     END-STRING.
085600     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
085700     MOVE SPACES TO WS-PRINT-LINE.
085800     MOVE WS-REJECT-COUNT TO WS-COUNT-DISP.
085900     STRING '  REJECTED: ' DELIMITED BY SIZE
086000         WS-COUNT-DISP DELIMITED BY SIZE
086100         INTO WS-PRINT-LINE
086200     END-STRING.
086300     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
086400     MOVE SPACES TO WS-PRINT-LINE.
086500     MOVE WS-SKIP-COUNT TO WS-COUNT-DISP.
086600     STRING '  SKIPPED:  ' DELIMITED BY SIZE
086700         WS-COUNT-DISP DELIMITED BY SIZE
086800         INTO WS-PRINT-LINE
086900     END-STRING.
087000     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
087100     CLOSE SINST-FILE
087200          AUDIT-FILE
087300          CALEND-FILE
087400          RPT-FILE.
087500     MOVE SPACES TO WS-CONSOLE-MSG.
087600     MOVE WS-DUE-COUNT TO WS-COUNT-DISP.
087700     STRING 'PROG28 STANDING INSTRUCTIONS COMPLETE - DUE: '
087800             DELIMITED BY SIZE
087900             WS-COUNT-DISP DELIMITED BY SIZE
088000             INTO WS-CONSOLE-MSG
088100     END-STRING.
088200     DISPLAY WS-CONSOLE-MSG.
088300     MOVE SPACES TO WS-CONSOLE-MSG.
088400     MOVE WS-POSTED-COUNT TO WS-COUNT-DISP.
088500     STRING 'PROG28 POSTED:                       '
088600             DELIMITED BY SIZE
088700             WS-COUNT-DISP DELIMITED BY SIZE
088800             INTO WS-CONSOLE-MSG
088900     END-STRING.
089000     DISPLAY WS-CONSOLE-MSG.
089100     MOVE SPACES TO WS-CONSOLE-MSG.
089200     MOVE WS-UNPAID-COUNT TO WS-COUNT-DISP.
089300     STRING 'PROG28 UNPAID AFTER RETRIES:         '
089400             DELIMITED BY SIZE
089500             WS-COUNT-DISP DELIMITED BY SIZE
089600             INTO WS-CONSOLE-MSG
089700     END-STRING.
089800     DISPLAY WS-CONSOLE-MSG.
089900     MOVE SPACES TO WS-CONSOLE-MSG.
090000     MOVE WS-ENDED-COUNT TO WS-COUNT-DISP.
090100     STRING 'PROG28 INSTRUCTIONS ENDED:           '
090200             DELIMITED BY SIZE
090300             WS-COUNT-DISP DELIMITED BY SIZE
090400             INTO WS-CONSOLE-MSG
090500     END-STRING.
090600     DISPLAY WS-CONSOLE-MSG.
090700     MOVE SPACES TO WS-CONSOLE-MSG.
090800     MOVE WS-FAIL-COUNT TO WS-COUNT-DISP.
090900     STRING 'PROG28 LINK FAILURES LEFT DUE:       '
091000             DELIMITED BY SIZE
091100             WS-COUNT-DISP DELIMITED BY SIZE
091200             INTO WS-CONSOLE-MSG
091300     END-STRING.
091400     DISPLAY WS-CONSOLE-MSG.
091500     IF WS-UNPAID-COUNT > 0 OR WS-REJECT-COUNT > 0
091600         MOVE 4 TO RETURN-CODE
091700     END-IF.
091800     IF WS-FAIL-COUNT > 0 OR WS-AUDFAIL-COUNT > 0
091900      OR WS-CALERR-COUNT > 0
092000         MOVE 8 TO RETURN-CODE
092100     END-IF.
092200 9000-EXIT.
092300     EXIT.
