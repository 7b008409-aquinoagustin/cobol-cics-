000100*================================================================
000200* PROGRAM-ID.  PROG21
000300* AUTHOR.      J. MARTINEZ - ONLINE SYSTEMS GROUP
000400* INSTALLATION. DALLAS DATA CENTER
000500* DATE-WRITTEN. 2026-10-15
000600*
000700* PURPOSE.
000800*     NIGHTLY RELEASE OF MATURED UNCOLLECTED-FUNDS HOLDS.  PROG2
000900*     PLACES A HOLD ON HOLDF (SEE HOLDREC) FOR EVERY DEPOSIT IT
001000*     APPROVES, AND FOR EVERY 'HLD' AN OPERATOR KEYS, AND ADDS
001100*     IT TO THE ACCOUNT'S ACCT-HOLD-AMT SO WITHDRAWALS AND
001200*     TRANSFERS CANNOT TAKE THE HELD DOLLARS.  THIS STEP READS
001300*     EVERY HOLD, AND FOR EACH WHOSE RELEASE DATE IS ON OR
001400*     BEFORE THE RUN DATE TAKES ITS AMOUNT OFF ACCT-HOLD-AMT
001500*     (NEVER BELOW ZERO), DELETES IT, AND WRITES THE RELEASE
001600*     TO AUDITF AS AN APPROVED 'HRL' SO THE TRAIL SHOWS WHEN
001700*     THE FUNDS CAME FREE.  THE LEDGER BALANCE IS NOT TOUCHED -
001800*     THE HELD DOLLARS WERE POSTED WITH THE DEPOSIT.
001900*
002000*     A HOLD WHOSE ACCOUNT IS NO LONGER ON THE MASTER IS
002100*     DELETED AND REPORTED.  A HOLD WHOSE ACCOUNT CANNOT BE
002200*     UPDATED IS LEFT ON FILE FOR THE NEXT RUN AND THE JOB
002300*     ENDS WITH RC=8 SO OPERATIONS SEES IT - THE DOLLARS STAY
002400*     HELD ONE MORE DAY, WHICH IS THE SAFE SIDE TO BE WRONG ON.
002500*
002600*     HOLDF, ACCTMST AND AUDITF ARE UPDATED FROM BATCH HERE -
002700*     QUIESCE THE THREE IN CICS (CEMT SET FILE CLOSED) FOR THE
002800*     DURATION, AS THE PROG5X PROLOGUE DESCRIBES.  RUN AFTER
002900*     THE EXCI STEPS, WHICH NEED ACCTMST OPEN IN THE REGION AND
003000*     MAY PLACE HOLDS OF THEIR OWN.
003100*
003200* INPUT.
003300*     SYSIN    - ONE CARD, THE RUN DATE (CCYYMMDD) TO RELEASE
003400*                THROUGH.  IF BLANK, DEFAULTS TO THE LAST
003500*                BUSINESS DAY ON THE CALENDF CALENDAR.
003600*     HOLDF    - THE VSAM HOLD FILE, READ IN KEY ORDER, RELEASED
003700*                HOLDS DELETED.
003800*     ACCTMST  - THE VSAM ACCOUNT MASTER, READ AND REWRITTEN FOR
003900*                EACH RELEASED HOLD.
004000* OUTPUT.
004100*     AUDITF   - ONE TRAIL RECORD PER RELEASED HOLD.
004200*
004300* MAINTENANCE HISTORY.
004400* DATE       INIT  DESCRIPTION
004500* 2026-10-15 JXM   INITIAL VERSION.
004600*================================================================
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID. PROG21.
004900 AUTHOR. J. MARTINEZ.
005000 INSTALLATION. DALLAS DATA CENTER.
005100 DATE-WRITTEN. 2026-10-15.
005200 DATE-COMPILED.
005300
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT HOLD-FILE ASSIGN TO HOLDF
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS HOLD-KEY
006100         FILE STATUS IS WS-HOLD-STATUS.
006200     SELECT ACCT-FILE ASSIGN TO ACCTMST
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS ACCT-KEY
006600         FILE STATUS IS WS-ACCT-STATUS.
006700     SELECT AUDIT-FILE ASSIGN TO AUDITF
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS AUDIT-KEY
007100         FILE STATUS IS WS-AUDIT-STATUS.
007200     SELECT PARM-FILE ASSIGN TO SYSIN
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-PARM-STATUS.
007500     SELECT CALEND-FILE ASSIGN TO CALENDF
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS CAL-KEY
007900         FILE STATUS IS WS-CAL-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300*----------------------------------------------------------------
008400* HOLDF - SAME RECORD LAYOUT PROG2 WRITES.
008500*----------------------------------------------------------------
008600 FD  HOLD-FILE.
008700 COPY HOLDREC.
008800
008900*----------------------------------------------------------------
009000* ACCTMST - SAME RECORD LAYOUT PROG2 POSTS.
009100*----------------------------------------------------------------
009200 FD  ACCT-FILE.
009300 COPY ACCTREC.
009400
009500*----------------------------------------------------------------
009600* AUDITF - SAME RECORD LAYOUT PROG1/PROG4 WRITE.
009700*----------------------------------------------------------------
009800 FD  AUDIT-FILE.
009900 COPY AUDITREC.
010000
010100*----------------------------------------------------------------
010200* SYSIN PARAMETER CARD - JUST THE RUN DATE.
010300*----------------------------------------------------------------
010400 FD  PARM-FILE.
010500 01  PARM-RECORD.
010600    05  PARM-RUN-DATE           PIC X(08).
010700    05  FILLER                  PIC X(72).
010800
010900*----------------------------------------------------------------
011000* CALENDF - READ ONCE TO RESOLVE A BLANK RUN DATE TO THE LAST
011100* BUSINESS DAY.
011200*----------------------------------------------------------------
011300 FD  CALEND-FILE.
011400 COPY CALREC.
011500
011600 WORKING-STORAGE SECTION.
011700*----------------------------------------------------------------
011800* FILE STATUS / SWITCHES.
011900*----------------------------------------------------------------
012000 01  WS-HOLD-STATUS           PIC X(02) VALUE '00'.
012100    88  HOLD-STATUS-OK               VALUE '00'.
012200    88  HOLD-STATUS-EOF              VALUE '10'.
012300 01  WS-ACCT-STATUS           PIC X(02) VALUE '00'.
012400    88  ACCT-STATUS-OK               VALUE '00'.
012500    88  ACCT-STATUS-NOTFND           VALUE '23'.
012600 01  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
012700    88  AUDIT-STATUS-OK              VALUE '00'.
012800 01  WS-PARM-STATUS           PIC X(02) VALUE '00'.
012900    88  PARM-STATUS-OK               VALUE '00'.
013000 01  WS-CAL-STATUS            PIC X(02) VALUE '00'.
013100    88  CAL-STATUS-OK                VALUE '00'.
013200 01  WS-EOF-SW                PIC X(01) VALUE 'N'.
013300    88  END-OF-HOLD-FILE             VALUE 'Y'.
013400
013500*----------------------------------------------------------------
013600* RUN DATE - FROM SYSIN, OR THE LAST BUSINESS DAY IF NO CARD.
013700*----------------------------------------------------------------
013800 01  WS-RUN-DATE              PIC X(08).
013900
014000*----------------------------------------------------------------
014100* TIME OF DAY FOR THE AUDIT KEY - REFRESHED PER RECORD.  THE
014200* AUDIT TASK NUMBER IS ZERO (THERE IS NO CICS TASK BEHIND A
014300* BATCH RELEASE) AND THE SEQUENCE COUNTER KEEPS THE RUN'S KEYS
014400* APART - SAME REASONING AS PROG8.
014500*----------------------------------------------------------------
014600 01  WS-TIME-RAW              PIC 9(08).
014700 01  WS-TIME-HHMMSS REDEFINES WS-TIME-RAW.
014800    05  WS-TIME-6             PIC X(06).
014900    05  FILLER                PIC X(02).
015000 01  WS-AUD-SEQ-CTR           PIC 9(04) VALUE 0.
015100
015200*----------------------------------------------------------------
015300* RUNNING COUNTS AND DOLLARS FOR THE CONSOLE REPORT.
015400*----------------------------------------------------------------
015500 01  WS-RELEASE-COUNT         PIC 9(07) COMP-3 VALUE 0.
015600 01  WS-RELEASE-AMT           PIC S9(11)V99 COMP-3 VALUE 0.
015700 01  WS-ORPHAN-COUNT          PIC 9(07) COMP-3 VALUE 0.
015800 01  WS-FAIL-COUNT            PIC 9(07) COMP-3 VALUE 0.
015900 01  WS-AUDFAIL-COUNT         PIC 9(07) COMP-3 VALUE 0.
016000 01  WS-COUNT-DISP            PIC ZZZ,ZZ9.
016100 01  WS-AMT-DISP              PIC ZZZ,ZZZ,ZZ9.99.
016200 01  WS-CONSOLE-MSG           PIC X(70).
016300
016400 PROCEDURE DIVISION.
016500*----------------------------------------------------------------
016600* 0000-MAIN-PARA
016700*     MAINLINE - READ-RELEASE LOOP OVER THE WHOLE OF HOLDF.  THE
016800*     KEY LEADS WITH THE ACCOUNT, NOT THE DATE, SO EVERY HOLD IS
016900*     LOOKED AT.
017000*----------------------------------------------------------------
017100 0000-MAIN-PARA.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300     PERFORM 3000-PROCESS-HOLD THRU 3000-EXIT
017400         UNTIL END-OF-HOLD-FILE.
017500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017600     STOP RUN.
017700
017800*----------------------------------------------------------------
017900* 1000-INITIALIZE
018000*     OPENS THE FILES, ESTABLISHES THE RUN DATE, AND DOES THE
018100*     PRIMING READ OF HOLDF.  A BAD OPEN STATUS ON ANY FILE
018200*     ABENDS THE RUN RATHER THAN CARRYING ON AGAINST A FILE
018300*     THAT NEVER ACTUALLY OPENED.
018400*----------------------------------------------------------------
018500 1000-INITIALIZE.
018600     OPEN I-O    HOLD-FILE.
018700     IF NOT HOLD-STATUS-OK
018800         DISPLAY 'PROG21 HOLDF OPEN FAILED STATUS='
018900             WS-HOLD-STATUS
019000         MOVE 16 TO RETURN-CODE
019100         STOP RUN
019200     END-IF.
019300     OPEN I-O    ACCT-FILE.
019400     IF NOT ACCT-STATUS-OK
019500         DISPLAY 'PROG21 ACCTMST OPEN FAILED STATUS='
019600             WS-ACCT-STATUS
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000     OPEN I-O    AUDIT-FILE.
020100     IF NOT AUDIT-STATUS-OK
020200         DISPLAY 'PROG21 AUDITF OPEN FAILED STATUS='
020300             WS-AUDIT-STATUS
020400         MOVE 16 TO RETURN-CODE
020500         STOP RUN
020600     END-IF.
020700     OPEN INPUT  PARM-FILE.
020800     IF NOT PARM-STATUS-OK
020900         DISPLAY 'PROG21 PARMFILE OPEN FAILED STATUS='
021000             WS-PARM-STATUS
021100         MOVE 16 TO RETURN-CODE
021200         STOP RUN
021300     END-IF.
021400     OPEN INPUT  CALEND-FILE.
021500     IF NOT CAL-STATUS-OK
021600         DISPLAY 'PROG21 CALENDF OPEN FAILED STATUS='
021700             WS-CAL-STATUS
021800         MOVE 16 TO RETURN-CODE
021900         STOP RUN
022000     END-IF.
022100     READ PARM-FILE
022200         AT END MOVE SPACES TO PARM-RECORD
022300     END-READ.
022400     IF PARM-RUN-DATE = SPACES OR LOW-VALUES
022500         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022600         PERFORM 1100-RESOLVE-BUS-DATE THRU 1100-EXIT
022700     ELSE
022800         MOVE PARM-RUN-DATE TO WS-RUN-DATE
022900     END-IF.
023000     CLOSE PARM-FILE
023100          CALEND-FILE.
023200     PERFORM 2000-READ-HOLD THRU 2000-EXIT.
023300 1000-EXIT.
023400     EXIT.
023500
023600*----------------------------------------------------------------
023700* 1100-RESOLVE-BUS-DATE
023800*     A BLANK SYSIN CARD MEANS THE LAST BUSINESS DAY, SO A
023900*     WINDOW RUN IN THE SMALL HOURS OF A SATURDAY OR HOLIDAY
024000*     RELEASES THROUGH THE RIGHT BUSINESS DATE.  A DATE THE
024100*     CALENDAR DOES NOT COVER STANDS AS IS.
024200*----------------------------------------------------------------
024300 1100-RESOLVE-BUS-DATE.
024400     MOVE WS-RUN-DATE TO CAL-DATE.
024500     READ CALEND-FILE.
024600     IF CAL-STATUS-OK
024700      AND NOT CAL-BUSINESS-DAY
024800      AND CAL-LAST-BUS-DATE NUMERIC
024900         MOVE CAL-LAST-BUS-DATE TO WS-RUN-DATE
025000     END-IF.
025100 1100-EXIT.
025200     EXIT.
025300
025400*----------------------------------------------------------------
025500* 2000-READ-HOLD
025600*     READS THE NEXT HOLDF RECORD AND SETS THE EOF SWITCH.
025700*----------------------------------------------------------------
025800 2000-READ-HOLD.
025900     READ HOLD-FILE NEXT RECORD
026000         AT END MOVE 'Y' TO WS-EOF-SW
026100     END-READ.
026200 2000-EXIT.
026300     EXIT.
026400
026500*----------------------------------------------------------------
026600* 3000-PROCESS-HOLD
026700*     RELEASES THE CURRENT HOLD IF IT HAS MATURED; A HOLD DATED
026800*     PAST THE RUN DATE IS LEFT STANDING.
026900*----------------------------------------------------------------
027000 3000-PROCESS-HOLD.
027100     IF HLD-REL-DATE NOT > WS-RUN-DATE
027200         PERFORM 3100-RELEASE-ONE THRU 3100-EXIT
027300     END-IF.
027400     PERFORM 2000-READ-HOLD THRU 2000-EXIT.
027500 3000-EXIT.
027600     EXIT.
027700
027800*----------------------------------------------------------------
027900* 3100-RELEASE-ONE
028000*     TAKES ONE MATURED HOLD OFF ITS ACCOUNT AND OFF HOLDF.  THE
028100*     MASTER IS REWRITTEN FIRST - IF THAT FAILS THE HOLD STAYS
028200*     ON FILE AND IN ACCT-HOLD-AMT FOR THE NEXT RUN.  A SPACES
028300*     ACCT-HOLD-AMT (A RECORD WRITTEN BEFORE THE FIELD EXISTED)
028400*     IS TAKEN AS ZERO.
028500*----------------------------------------------------------------
028600 3100-RELEASE-ONE.
028700     MOVE HLD-ACCT-NO TO ACCT-NO.
028800     READ ACCT-FILE.
028900     IF ACCT-STATUS-NOTFND
029000         ADD 1 TO WS-ORPHAN-COUNT
029100         DISPLAY 'PROG21 HOLD FOR ACCOUNT NOT ON FILE - DELETED'
029200             ' KEY=' HOLD-KEY
029300         GO TO 3100-DELETE.
029400     IF NOT ACCT-STATUS-OK
029500         ADD 1 TO WS-FAIL-COUNT
029600         DISPLAY 'PROG21 ACCTMST READ FAILED STATUS='
029700             WS-ACCT-STATUS ' KEY=' HOLD-KEY
029800         GO TO 3100-EXIT.
029900     IF ACCT-HOLD-AMT NOT NUMERIC
030000         MOVE ZERO TO ACCT-HOLD-AMT
030100     END-IF.
030200     IF HLD-AMT < ACCT-HOLD-AMT
030300         SUBTRACT HLD-AMT FROM ACCT-HOLD-AMT
030400     ELSE
030500         MOVE ZERO TO ACCT-HOLD-AMT
030600     END-IF.
030700     REWRITE ACCT-RECORD.
030800     IF NOT ACCT-STATUS-OK
030900         ADD 1 TO WS-FAIL-COUNT
031000         DISPLAY 'PROG21 ACCTMST REWRITE FAILED STATUS='
031100             WS-ACCT-STATUS ' KEY=' HOLD-KEY
031200         GO TO 3100-EXIT.
031300     PERFORM 3200-AUDIT-RELEASE THRU 3200-EXIT.
031400     ADD 1 TO WS-RELEASE-COUNT.
031500     ADD HLD-AMT TO WS-RELEASE-AMT.
031600 3100-DELETE.
031700     DELETE HOLD-FILE RECORD.
031800     IF NOT HOLD-STATUS-OK
031900         DISPLAY 'PROG21 HOLDF DELETE FAILED STATUS='
032000             WS-HOLD-STATUS ' KEY=' HOLD-KEY
032100         MOVE 16 TO RETURN-CODE
032200         STOP RUN
032300     END-IF.
032400 3100-EXIT.
032500     EXIT.
032600
032700*----------------------------------------------------------------
032800* 3200-AUDIT-RELEASE
032900*     WRITES THE RELEASE TO AUDITF - FUNCTION 'HRL', APPROVED,
033000*     THE HOLD'S AMOUNT, AND ITS RELEASE DATE AS THE EFFECTIVE
033100*     DATE, UNDER THE 'HLDR' TERMINAL TAG SO THE TRAIL SETS
033200*     NIGHTLY RELEASES APART FROM AN OPERATOR'S EARLY LIFT.  A
033300*     FAILED AUDIT WRITE IS LOGGED AND COUNTED BUT DOES NOT STOP
033400*     THE RELEASE - THE MASTER HAS ALREADY BEEN REWRITTEN.
033500*----------------------------------------------------------------
033600 3200-AUDIT-RELEASE.
033700     ACCEPT WS-TIME-RAW FROM TIME.
033800     MOVE WS-RUN-DATE     TO AUD-DATE.
033900     MOVE WS-TIME-6       TO AUD-TIME.
034000     MOVE 'HLDR'          TO AUD-TERM-ID.
034100     MOVE ZERO            TO AUD-TASK-NO.
034200     ADD 1 TO WS-AUD-SEQ-CTR.
034300     MOVE WS-AUD-SEQ-CTR  TO AUD-SEQ.
034400     MOVE ZERO            TO AUD-RESP.
034500     MOVE ZERO            TO AUD-RESP2.
034600     MOVE 'HRL'           TO AUD-FIELD.
034700     MOVE HLD-ACCT-NO     TO AUD-ACCT-NO.
034800     MOVE SPACES          TO AUD-TO-ACCT-NO.
034900     MOVE HLD-AMT         TO AUD-TRAN-AMT.
035000     MOVE HLD-REL-DATE    TO AUD-EFF-DATE.
035100     MOVE '0000'          TO AUD-RESP-CODE.
035200     MOVE 'HOLD RELEASED - MATURED' TO AUD-RESP-MSG.
035300     MOVE SPACES          TO AUD-OPER-ID.
035400     MOVE SPACES          TO AUD-XREF-KEY.
035500     MOVE SPACES          TO AUD-REV-FUNC.
035510     MOVE SPACES          TO AUD-TELLER-ID.
035600     WRITE AUDIT-RECORD
035700         INVALID KEY
035800             ADD 1 TO WS-AUDFAIL-COUNT
035900             DISPLAY 'PROG21 AUDIT WRITE FAILED STATUS='
036000                 WS-AUDIT-STATUS ' KEY=' AUDIT-KEY
036100     END-WRITE.
036200 3200-EXIT.
036300     EXIT.
036400
036500*----------------------------------------------------------------
036600* 9000-TERMINATE
036700*     CLOSES THE FILES AND REPORTS THE RELEASE COUNTS.  HOLDS
036800*     LEFT ON FILE BY A FAILED ACCOUNT UPDATE, OR AUDIT WRITE
036900*     FAILURES, LEAVE RC=8 SO OPERATIONS SEES THEM.
037000*----------------------------------------------------------------
037100 9000-TERMINATE.
037200     CLOSE HOLD-FILE
037300          ACCT-FILE
037400          AUDIT-FILE.
037500     MOVE WS-RELEASE-COUNT TO WS-COUNT-DISP.
037600     MOVE WS-RELEASE-AMT   TO WS-AMT-DISP.
037700     STRING 'PROG21 RELEASE COMPLETE - RELEASED: '
037800             DELIMITED BY SIZE
037900             WS-COUNT-DISP DELIMITED BY SIZE
038000             '  AMOUNT: ' DELIMITED BY SIZE
038100             WS-AMT-DISP DELIMITED BY SIZE
038200             INTO WS-CONSOLE-MSG
038300     END-STRING.
038400     DISPLAY WS-CONSOLE-MSG.
038500     MOVE SPACES TO WS-CONSOLE-MSG.
038600     MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISP.
038700     STRING 'PROG21 HOLDS FOR MISSING ACCOUNTS: '
038800             DELIMITED BY SIZE
038900             WS-COUNT-DISP DELIMITED BY SIZE
039000             INTO WS-CONSOLE-MSG
039100     END-STRING.
039200     DISPLAY WS-CONSOLE-MSG.
039300     MOVE SPACES TO WS-CONSOLE-MSG.
039400     MOVE WS-FAIL-COUNT TO WS-COUNT-DISP.
039500     STRING 'PROG21 FAILURES LEFT ON FILE:      '
039600             DELIMITED BY SIZE
039700             WS-COUNT-DISP DELIMITED BY SIZE
039800             INTO WS-CONSOLE-MSG
039900     END-STRING.
040000     DISPLAY WS-CONSOLE-MSG.
040100     IF WS-FAIL-COUNT > 0 OR WS-AUDFAIL-COUNT > 0
040200         MOVE 8 TO RETURN-CODE
040300     END-IF.
040400 9000-EXIT.
040500     EXIT.
