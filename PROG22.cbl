000100*================================================================
000200* PROGRAM-ID.  PROG22
000300* AUTHOR.      J. MARTINEZ - ONLINE SYSTEMS GROUP
000400* INSTALLATION. DALLAS DATA CENTER
000500* DATE-WRITTEN. 2026-10-15
000600*
000700* PURPOSE.
000800*     PERIODIC DORMANT-ACCOUNT SWEEP AND UNCLAIMED-PROPERTY
000900*     (ESCHEATMENT) REPORT.  READS EVERY ACCOUNT ON ACCTMST AND
001000*     TAKES ITS LAST CUSTOMER ACTIVITY FROM ACCT-LAST-TRAN-DATE
001100*     (THE OPEN DATE IF THE ACCOUNT HAS NEVER POSTED).  THE
001200*     MONTH-END INTEREST CREDIT (PROG19) DOES NOT STAMP THAT
001300*     DATE, SO INTEREST ALONE NEVER KEEPS AN ACCOUNT ACTIVE.
001400*
001500*     AN OPEN ACCOUNT WITH NO ACTIVITY FOR THE DORMANCY PERIOD
001600*     IS FLAGGED DORMANT (ACCT-DORMANT) AND THE FLAG IS WRITTEN
001700*     TO AUDITF AS AN APPROVED 'DRM'.  FROM THEN ON PROG2 REFERS
001800*     A WITHDRAWAL OR TRANSFER OUT OF IT UNTIL A SUPERVISOR
001900*     REACTIVATES IT WITH A 'RAC'.
002000*
002100*     A DORMANT ACCOUNT WITH A BALANCE AND NO ACTIVITY FOR THE
002200*     (LONGER) ESCHEATMENT PERIOD IS WRITTEN TO ESCHOUT (SEE
002300*     ESCHREC) AND LISTED ON THE REPORT ONCE FOR EACH OWNER -
002310*     EVERY PRIMARY, JOINT OR TRUSTEE LINK TO THE ACCOUNT ON
002320*     RELF (SEE RELREC) - WITH THE OWNER'S ROLE, NAME, ADDRESS
002330*     AND TAX ID FROM CUSTMST, FOR THE STATE FILING.  A POWER
002340*     OF ATTORNEY IS NOT AN OWNER AND IS NOT REPORTED.  AN
002350*     ACCOUNT WITH NO OWNER LINK FALLS BACK TO ACCT-CUST-NO AS
002360*     ITS PRIMARY OWNER AND IS NAMED ON THE CONSOLE.
002500*     NOTHING IS MOVED OFF THE ACCOUNT HERE - REMITTING THE
002600*     DOLLARS IS A SEPARATE, SUPERVISED STEP.
002700*
002800*     ACCTMST AND AUDITF ARE UPDATED FROM BATCH HERE - QUIESCE
002900*     THE TWO IN CICS (CEMT SET FILE CLOSED) FOR THE DURATION,
003000*     AS THE PROG19X PROLOGUE DESCRIBES.
003100*
003200* INPUT.
003300*     SYSIN    - ONE CARD: THE RUN DATE (CCYYMMDD, COLS 1-8),
003400*                THE DORMANCY PERIOD IN MONTHS (COLS 9-11) AND
003500*                THE ESCHEATMENT PERIOD IN MONTHS (COLS 12-14).
003600*                A BLANK DATE DEFAULTS TO TODAY; BLANK PERIODS
003700*                DEFAULT TO 012 AND 036.
003800*     ACCTMST  - THE VSAM ACCOUNT MASTER, READ IN KEY ORDER,
003900*                NEWLY DORMANT ACCOUNTS REWRITTEN.
004000*     CUSTMST  - THE VSAM CUSTOMER MASTER, READ FOR EACH OWNER
004100*                OF AN ESCHEATABLE ACCOUNT.
004110*     RELF     - THE CUSTOMER-ACCOUNT LINKS, BROWSED BY ACCOUNT
004120*                FOR THE OWNERS OF AN ESCHEATABLE ACCOUNT.
004200* OUTPUT.
004300*     AUDITF   - ONE 'DRM' TRAIL RECORD PER ACCOUNT FLAGGED.
004400*     ESCHOUT  - ONE RECORD PER OWNER OF AN ESCHEATABLE ACCOUNT.
004500*     RPTOUT   - THE PRINTED ESCHEATMENT REPORT.
004600*
004700* MAINTENANCE HISTORY.
004800* DATE       INIT  DESCRIPTION
004900* 2026-10-15 JXM   INITIAL VERSION.
004910* 2026-10-15 JXM   ESCHEATABLE ACCOUNTS REPORT EVERY OWNER LINK
004920*                  (P/J/T) ON RELF, NOT JUST ACCT-CUST-NO.
005000*================================================================
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID. PROG22.
005300 AUTHOR. J. MARTINEZ.
005400 INSTALLATION. DALLAS DATA CENTER.
005500 DATE-WRITTEN. 2026-10-15.
005600 DATE-COMPILED.
005700
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT ACCT-FILE ASSIGN TO ACCTMST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS SEQUENTIAL
006400         RECORD KEY IS ACCT-KEY
006500         FILE STATUS IS WS-ACCT-STATUS.
006600     SELECT CUST-FILE ASSIGN TO CUSTMST
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS CUST-KEY
007000         FILE STATUS IS WS-CUST-STATUS.
007010     SELECT REL-FILE ASSIGN TO RELF
007020         ORGANIZATION IS INDEXED
007030         ACCESS MODE IS DYNAMIC
007040         RECORD KEY IS REL-KEY
007050         FILE STATUS IS WS-REL-STATUS.
007100     SELECT AUDIT-FILE ASSIGN TO AUDITF
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS AUDIT-KEY
007500         FILE STATUS IS WS-AUDIT-STATUS.
007600     SELECT PARM-FILE ASSIGN TO SYSIN
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-PARM-STATUS.
007900     SELECT ESCH-FILE ASSIGN TO ESCHOUT
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-ESCH-STATUS.
008200     SELECT RPT-FILE ASSIGN TO RPTOUT
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-RPT-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800*----------------------------------------------------------------
008900* ACCTMST - SAME RECORD LAYOUT PROG2 POSTS.
009000*----------------------------------------------------------------
009100 FD  ACCT-FILE.
009200 COPY ACCTREC.
009300
009400*----------------------------------------------------------------
009500* CUSTMST - SAME RECORD LAYOUT PROG13 MAINTAINS.
009600*----------------------------------------------------------------
009700 FD  CUST-FILE.
009800 COPY CUSTREC.
009900
009910*----------------------------------------------------------------
009920* RELF - THE CUSTOMER-ACCOUNT LINKS PROG13 MAINTAINS.  ONLY THE
009930* ACCOUNT-SIDE ('A') RECORDS ARE READ.
009940*----------------------------------------------------------------
009950 FD  REL-FILE.
009960 COPY RELREC.
009970
010000*----------------------------------------------------------------
010100* AUDITF - SAME RECORD LAYOUT PROG1/PROG4 WRITE.
010200*----------------------------------------------------------------
010300 FD  AUDIT-FILE.
010400 COPY AUDITREC.
010500
010600*----------------------------------------------------------------
010700* SYSIN PARAMETER CARD - RUN DATE AND THE TWO PERIODS.
010800*----------------------------------------------------------------
010900 FD  PARM-FILE.
011000 01  PARM-RECORD.
011100    05  PARM-RUN-DATE           PIC X(08).
011200    05  PARM-DORM-MONTHS        PIC X(03).
011300    05  PARM-ESCH-MONTHS        PIC X(03).
011400    05  FILLER                  PIC X(66).
011500
011600*----------------------------------------------------------------
011700* ESCHOUT - THE UNCLAIMED-PROPERTY HANDOFF FILE.
011800*----------------------------------------------------------------
011900 FD  ESCH-FILE.
012000 COPY ESCHREC.
012100
012200*----------------------------------------------------------------
012300* PRINTED ESCHEATMENT REPORT.
012400*----------------------------------------------------------------
012500 FD  RPT-FILE.
012600 01  RPT-RECORD              PIC X(132).
012700
012800 WORKING-STORAGE SECTION.
012900*----------------------------------------------------------------
013000* FILE STATUS / SWITCHES.
013100*----------------------------------------------------------------
013200 01  WS-ACCT-STATUS           PIC X(02) VALUE '00'.
013300    88  ACCT-STATUS-OK               VALUE '00'.
013400 01  WS-CUST-STATUS           PIC X(02) VALUE '00'.
013500    88  CUST-STATUS-OK               VALUE '00'.
013600    88  CUST-STATUS-NOTFND           VALUE '23'.
013700 01  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
013800    88  AUDIT-STATUS-OK              VALUE '00'.
013900 01  WS-PARM-STATUS           PIC X(02) VALUE '00'.
014000    88  PARM-STATUS-OK               VALUE '00'.
014100 01  WS-ESCH-STATUS           PIC X(02) VALUE '00'.
014200    88  ESCH-STATUS-OK               VALUE '00'.
014300 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
014400    88  RPT-STATUS-OK                VALUE '00'.
014410 01  WS-REL-STATUS            PIC X(02) VALUE '00'.
014420    88  REL-STATUS-OK                VALUE '00'.
014430 01  WS-REL-END-SW            PIC X(01) VALUE 'N'.
014440    88  WS-REL-END                   VALUE 'Y'.
014500 01  WS-EOF-SW                PIC X(01) VALUE 'N'.
014600    88  END-OF-ACCT-FILE             VALUE 'Y'.
014700
014800*----------------------------------------------------------------
014900* RUN DATE - FROM SYSIN, OR TODAY IF NO CARD - AND ITS PARTS
015000* FOR THE CUTOFF ARITHMETIC.
015100*----------------------------------------------------------------
015200 01  WS-RUN-DATE              PIC X(08).
015300 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
015400    05  WS-RUN-YYYY           PIC 9(04).
015500    05  WS-RUN-MM             PIC 9(02).
015600    05  WS-RUN-DD             PIC X(02).
015700
015800*----------------------------------------------------------------
015900* THE TWO PERIODS AND THE CUTOFF DATES THEY GIVE.  AN ACCOUNT
016000* WHOSE LAST ACTIVITY IS BEFORE A CUTOFF HAS GONE MORE THAN THAT
016100* MANY MONTHS WITHOUT ONE.  THE CUTOFF KEEPS THE RUN DATE'S DAY
016200* OF THE MONTH - A 31ST THAT DOES NOT EXIST IN THE CUTOFF MONTH
016300* STILL COMPARES CORRECTLY AS A STRING.
016400*----------------------------------------------------------------
016500 01  WS-DORM-MONTHS           PIC 9(03) VALUE 12.
016600 01  WS-ESCH-MONTHS           PIC 9(03) VALUE 36.
016700 01  WS-CUT-MONTHS            PIC 9(03).
016800 01  WS-MONTH-TOTAL           PIC S9(07) COMP.
016900 01  WS-MONTH-REM             PIC S9(04) COMP.
017000 01  WS-CUT-DATE.
017100    05  WS-CUT-YYYY           PIC 9(04).
017200    05  WS-CUT-MM             PIC 9(02).
017300    05  WS-CUT-DD             PIC X(02).
017400 01  WS-DORM-CUTOFF           PIC X(08).
017500 01  WS-ESCH-CUTOFF           PIC X(08).
017600 01  WS-LAST-ACT-DATE         PIC X(08).
017610
017620*----------------------------------------------------------------
017630* THE OWNER BEING REPORTED - FROM A RELF LINK, OR ACCT-CUST-NO
017640* WHEN THE ACCOUNT HAS NO OWNER LINK - AND ITS PLACE AMONG THE
017650* ACCOUNT'S OWNERS (1 FOR THE FIRST).
017660*----------------------------------------------------------------
017670 01  WS-OWNER-CUST            PIC X(10).
017680 01  WS-OWNER-ROLE            PIC X(01).
017690 01  WS-OWNER-SEQ             PIC 9(02).
017695 01  WS-ROLE-TEXT             PIC X(13).
017700
017800*----------------------------------------------------------------
017900* TIME OF DAY FOR THE AUDIT KEY - REFRESHED PER RECORD.  THE
018000* AUDIT TASK NUMBER IS ZERO (THERE IS NO CICS TASK BEHIND A
018100* BATCH FLAG) AND THE SEQUENCE COUNTER KEEPS THE RUN'S KEYS
018200* APART - SAME REASONING AS PROG8.
018300*----------------------------------------------------------------
018400 01  WS-TIME-RAW              PIC 9(08).
018500 01  WS-TIME-HHMMSS REDEFINES WS-TIME-RAW.
018600    05  WS-TIME-6             PIC X(06).
018700    05  FILLER                PIC X(02).
018800 01  WS-AUD-SEQ-CTR           PIC 9(04) VALUE 0.
018900
019000*----------------------------------------------------------------
019100* RUNNING COUNTS AND DOLLARS FOR THE REPORT AND CONSOLE.
019200*----------------------------------------------------------------
019300 01  WS-READ-COUNT            PIC 9(07) COMP-3 VALUE 0.
019400 01  WS-DORMANT-COUNT         PIC 9(07) COMP-3 VALUE 0.
019500 01  WS-ESCH-COUNT            PIC 9(07) COMP-3 VALUE 0.
019600 01  WS-ESCH-AMT              PIC S9(11)V99 COMP-3 VALUE 0.
019700 01  WS-NOOWNER-COUNT         PIC 9(07) COMP-3 VALUE 0.
019750 01  WS-NOLINK-COUNT          PIC 9(07) COMP-3 VALUE 0.
019800 01  WS-NODATE-COUNT          PIC 9(07) COMP-3 VALUE 0.
019900 01  WS-AUDFAIL-COUNT         PIC 9(07) COMP-3 VALUE 0.
020000 01  WS-COUNT-DISP            PIC ZZZ,ZZ9.
020100 01  WS-AMT-DISP              PIC ZZZ,ZZZ,ZZ9.99.
020200 01  WS-MONTHS-DISP           PIC ZZ9.
020300 01  WS-CONSOLE-MSG           PIC X(70).
020400
020500*----------------------------------------------------------------
020600* PRINT LINE WORK AREAS.  THE LITERAL FILLERS IN THE DETAIL
020700* LINES ARE NEVER OVERWRITTEN, SO THEY ARE BUILT BY MOVING THE
020800* DATA FIELDS ALONE.  EACH OWNER PRINTS AS A DETAIL LINE
020900* FOLLOWED BY THE OWNER'S TWO ADDRESS LINES UNDER THE NAME.
020910* THE BALANCE IS PRINTED ON THE ACCOUNT'S FIRST OWNER ONLY -
020920* AN ESCHEATABLE BALANCE IS NEVER ZERO, SO THE LATER OWNERS'
020930* LINES ARE LEFT BLANK THERE.
021000*----------------------------------------------------------------
021100 01  WS-PRINT-LINE            PIC X(132).
021200 01  WS-DTL-LINE.
021300    05  FILLER                PIC X(02) VALUE SPACES.
021400    05  WS-DL-ACCT            PIC X(10).
021500    05  FILLER                PIC X(02) VALUE SPACES.
021600    05  WS-DL-CUST            PIC X(10).
021700    05  FILLER                PIC X(02) VALUE SPACES.
021800    05  WS-DL-TAX-ID          PIC X(09).
021900    05  FILLER                PIC X(02) VALUE SPACES.
022000    05  WS-DL-NAME            PIC X(30).
022100    05  FILLER                PIC X(02) VALUE SPACES.
022200    05  WS-DL-LAST-ACT        PIC X(08).
022300    05  FILLER                PIC X(02) VALUE SPACES.
022400    05  WS-DL-BAL             PIC ZZZ,ZZZ,ZZ9.99
022410                              BLANK WHEN ZERO.
022420    05  FILLER                PIC X(02) VALUE SPACES.
022430    05  WS-DL-ROLE            PIC X(13).
022500    05  FILLER                PIC X(24) VALUE SPACES.
022600 01  WS-ADDR-LINE.
022700    05  FILLER                PIC X(37) VALUE SPACES.
022800    05  WS-AL-ADDR            PIC X(30).
022900    05  FILLER                PIC X(65) VALUE SPACES.
023000
023100 PROCEDURE DIVISION.
023200*----------------------------------------------------------------
023300* 0000-MAIN-PARA
023400*     MAINLINE - READ-PROCESS LOOP OVER THE WHOLE OF ACCTMST,
023500*     THEN THE REPORT TOTALS AND CONSOLE COUNTS.
023600*----------------------------------------------------------------
023700 0000-MAIN-PARA.
023800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023900     PERFORM 3000-PROCESS-ACCT THRU 3000-EXIT
024000         UNTIL END-OF-ACCT-FILE.
024100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024200     STOP RUN.
024300
024400*----------------------------------------------------------------
024500* 1000-INITIALIZE
024600*     OPENS THE FILES, ESTABLISHES THE RUN DATE AND THE TWO
024700*     PERIODS, WORKS OUT THE CUTOFFS, PRINTS THE HEADINGS AND
024800*     DOES THE PRIMING READ OF ACCTMST.  A BAD OPEN STATUS OR A
024900*     BAD PARAMETER ABENDS THE RUN - FLAGGING ACCOUNTS AGAINST
025000*     THE WRONG CUTOFF IS WORSE THAN NOT RUNNING.
025100*----------------------------------------------------------------
025200 1000-INITIALIZE.
025300     OPEN I-O    ACCT-FILE.
025400     IF NOT ACCT-STATUS-OK
025500         DISPLAY 'PROG22 ACCTMST OPEN FAILED STATUS='
025600             WS-ACCT-STATUS
025700         MOVE 16 TO RETURN-CODE
025800         STOP RUN
025900     END-IF.
026000     OPEN INPUT  CUST-FILE.
026100     IF NOT CUST-STATUS-OK
026200         DISPLAY 'PROG22 CUSTMST OPEN FAILED STATUS='
026300             WS-CUST-STATUS
026400         MOVE 16 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026610     OPEN INPUT  REL-FILE.
026620     IF NOT REL-STATUS-OK
026630         DISPLAY 'PROG22 RELF OPEN FAILED STATUS='
026640             WS-REL-STATUS
026650         MOVE 16 TO RETURN-CODE
026660         STOP RUN
026670     END-IF.
026700     OPEN I-O    AUDIT-FILE.
026800     IF NOT AUDIT-STATUS-OK
026900         DISPLAY 'PROG22 AUDITF OPEN FAILED STATUS='
027000             WS-AUDIT-STATUS
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF.
027400     OPEN INPUT  PARM-FILE.
027500     IF NOT PARM-STATUS-OK
027600         DISPLAY 'PROG22 PARMFILE OPEN FAILED STATUS='
027700             WS-PARM-STATUS
027800         MOVE 16 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028100     OPEN OUTPUT ESCH-FILE.
028200     IF NOT ESCH-STATUS-OK
028300         DISPLAY 'PROG22 ESCHOUT OPEN FAILED STATUS='
028400             WS-ESCH-STATUS
028500         MOVE 16 TO RETURN-CODE
028600         STOP RUN
028700     END-IF.
028800     OPEN OUTPUT RPT-FILE.
028900     IF NOT RPT-STATUS-OK
029000         DISPLAY 'PROG22 RPTOUT OPEN FAILED STATUS='
029100             WS-RPT-STATUS
029200         MOVE 16 TO RETURN-CODE
029300         STOP RUN
029400     END-IF.
029500     READ PARM-FILE
029600         AT END MOVE SPACES TO PARM-RECORD
029700     END-READ.
029800     IF PARM-RUN-DATE = SPACES OR LOW-VALUES
029900         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
030000     ELSE
030100         MOVE PARM-RUN-DATE TO WS-RUN-DATE
030200     END-IF.
030300     IF PARM-DORM-MONTHS NOT = SPACES
030400         MOVE PARM-DORM-MONTHS TO WS-DORM-MONTHS
030500     END-IF.
030600     IF PARM-ESCH-MONTHS NOT = SPACES
030700         MOVE PARM-ESCH-MONTHS TO WS-ESCH-MONTHS
030800     END-IF.
030900     IF WS-RUN-DATE NOT NUMERIC
031000      OR (PARM-DORM-MONTHS NOT = SPACES
031100          AND PARM-DORM-MONTHS NOT NUMERIC)
031200      OR (PARM-ESCH-MONTHS NOT = SPACES
031300          AND PARM-ESCH-MONTHS NOT NUMERIC)
031400      OR WS-DORM-MONTHS = ZERO
031500      OR WS-ESCH-MONTHS < WS-DORM-MONTHS
031600         DISPLAY 'PROG22 INVALID SYSIN CARD=' PARM-RECORD
031700         MOVE 16 TO RETURN-CODE
031800         STOP RUN
031850     END-IF.
031900     CLOSE PARM-FILE.
031900     MOVE WS-DORM-MONTHS TO WS-CUT-MONTHS.
032000     PERFORM 1100-SET-CUTOFF THRU 1100-EXIT.
032100     MOVE WS-CUT-DATE TO WS-DORM-CUTOFF.
032200     MOVE WS-ESCH-MONTHS TO WS-CUT-MONTHS.
032300     PERFORM 1100-SET-CUTOFF THRU 1100-EXIT.
032400     MOVE WS-CUT-DATE TO WS-ESCH-CUTOFF.
032500     PERFORM 1200-PRINT-HEADINGS THRU 1200-EXIT.
032600     PERFORM 2000-READ-ACCT THRU 2000-EXIT.
032700 1000-EXIT.
032800     EXIT.
032900
033000*----------------------------------------------------------------
033100* 1100-SET-CUTOFF
033200*     BACKS THE RUN DATE UP WS-CUT-MONTHS CALENDAR MONTHS INTO
033300*     WS-CUT-DATE, COUNTING IN MONTHS SINCE YEAR ZERO SO A
033400*     PERIOD THAT CROSSES ONE OR MORE YEAR ENDS NEEDS NO
033500*     SPECIAL CASE.
033600*----------------------------------------------------------------
033700 1100-SET-CUTOFF.
033800     COMPUTE WS-MONTH-TOTAL = WS-RUN-YYYY * 12
033900         + WS-RUN-MM - 1 - WS-CUT-MONTHS.
034000     DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-CUT-YYYY
034100         REMAINDER WS-MONTH-REM.
034200     COMPUTE WS-CUT-MM = WS-MONTH-REM + 1.
034300     MOVE WS-RUN-DD TO WS-CUT-DD.
034400 1100-EXIT.
034500     EXIT.
034600
034700*----------------------------------------------------------------
034800* 1200-PRINT-HEADINGS
034900*     THE REPORT TITLE, THE PERIODS AND CUTOFFS IT WAS RUN WITH,
035000*     AND THE COLUMN HEADINGS.
035100*----------------------------------------------------------------
035200 1200-PRINT-HEADINGS.
035300     MOVE SPACES TO WS-PRINT-LINE.
035400     STRING 'PROG22  UNCLAIMED PROPERTY (ESCHEATMENT) REPORT'
035500             DELIMITED BY SIZE
035600         '  RUN DATE: ' DELIMITED BY SIZE
035700         WS-RUN-DATE DELIMITED BY SIZE
035800         INTO WS-PRINT-LINE
035900     END-STRING.
036000     WRITE RPT-RECORD FROM WS-PRINT-LINE.
036100     MOVE SPACES TO WS-PRINT-LINE.
036200     MOVE WS-DORM-MONTHS TO WS-MONTHS-DISP.
036300     STRING '  DORMANT AFTER ' DELIMITED BY SIZE
036400         WS-MONTHS-DISP DELIMITED BY SIZE
036500         ' MONTHS - NO ACTIVITY SINCE ' DELIMITED BY SIZE
036600         WS-DORM-CUTOFF DELIMITED BY SIZE
036700         INTO WS-PRINT-LINE
036800     END-STRING.
036900     WRITE RPT-RECORD FROM WS-PRINT-LINE.
037000     MOVE SPACES TO WS-PRINT-LINE.
037100     MOVE WS-ESCH-MONTHS TO WS-MONTHS-DISP.
037200     STRING '  REPORTED AFTER ' DELIMITED BY SIZE
037300         WS-MONTHS-DISP DELIMITED BY SIZE
037400         ' MONTHS - NO ACTIVITY SINCE ' DELIMITED BY SIZE
037500         WS-ESCH-CUTOFF DELIMITED BY SIZE
037600         INTO WS-PRINT-LINE
037700     END-STRING.
037800     WRITE RPT-RECORD FROM WS-PRINT-LINE.
037900     MOVE SPACES TO WS-PRINT-LINE.
038000     WRITE RPT-RECORD FROM WS-PRINT-LINE.
038100     STRING '  ACCOUNT     CUSTOMER    TAX ID     '
038200             DELIMITED BY SIZE
038300         'OWNER NAME / ADDRESS            ' DELIMITED BY SIZE
038400         'LAST ACT         BALANCE  ROLE' DELIMITED BY SIZE
038500         INTO WS-PRINT-LINE
038600     END-STRING.
038700     WRITE RPT-RECORD FROM WS-PRINT-LINE.
038800     MOVE SPACES TO WS-PRINT-LINE.
038900     WRITE RPT-RECORD FROM WS-PRINT-LINE.
039000 1200-EXIT.
039100     EXIT.
039200
039300*----------------------------------------------------------------
039400* 2000-READ-ACCT
039500*     READS THE NEXT ACCTMST RECORD AND SETS THE EOF SWITCH.
039600*----------------------------------------------------------------
039700 2000-READ-ACCT.
039800     READ ACCT-FILE NEXT RECORD
039900         AT END MOVE 'Y' TO WS-EOF-SW
040000     END-READ.
040100 2000-EXIT.
040200     EXIT.
040300
040400*----------------------------------------------------------------
040500* 3000-PROCESS-ACCT
040600*     CLOSED ACCOUNTS ARE PASSED OVER.  AN ACCOUNT WITH NEITHER
040700*     A LAST-ACTIVITY NOR AN OPEN DATE CANNOT BE AGED - IT IS
040800*     REPORTED TO THE CONSOLE AND LEFT ALONE.  AN ACCOUNT
040900*     FLAGGED DORMANT ON THIS RUN CAN ALSO BE ESCHEATABLE ON IT
041000*     IF IT HAS BEEN QUIET LONG ENOUGH.
041100*----------------------------------------------------------------
041200 3000-PROCESS-ACCT.
041300     ADD 1 TO WS-READ-COUNT.
041400     IF ACCT-CLOSED
041500         GO TO 3000-NEXT.
041600     IF ACCT-LAST-TRAN-DATE NUMERIC
041700         MOVE ACCT-LAST-TRAN-DATE TO WS-LAST-ACT-DATE
041800     ELSE
041900         MOVE ACCT-OPEN-DATE TO WS-LAST-ACT-DATE
042000     END-IF.
042100     IF WS-LAST-ACT-DATE NOT NUMERIC
042200         ADD 1 TO WS-NODATE-COUNT
042300         DISPLAY 'PROG22 NO ACTIVITY OR OPEN DATE - NOT AGED'
042400             ' ACCT=' ACCT-NO
042500         GO TO 3000-NEXT.
042600     IF ACCT-OPEN
042700      AND WS-LAST-ACT-DATE < WS-DORM-CUTOFF
042800         PERFORM 3100-FLAG-DORMANT THRU 3100-EXIT
042900     END-IF.
043000     IF ACCT-DORMANT
043100      AND WS-LAST-ACT-DATE < WS-ESCH-CUTOFF
043200      AND ACCT-AVAIL-BAL > ZERO
043300         PERFORM 3500-REPORT-ESCHEAT THRU 3500-EXIT
043400     END-IF.
043500 3000-NEXT.
043600     PERFORM 2000-READ-ACCT THRU 2000-EXIT.
043700 3000-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------------
044100* 3100-FLAG-DORMANT
044200*     MARKS THE CURRENT ACCOUNT DORMANT AND REWRITES IT, THEN
044300*     WRITES THE FLAG TO THE TRAIL.  A FAILED REWRITE ABENDS THE
044400*     RUN - THE SWEEP IS SAFE TO RERUN, AS ACCOUNTS ALREADY
044500*     FLAGGED ARE NO LONGER OPEN.
044600*----------------------------------------------------------------
044700 3100-FLAG-DORMANT.
044800     SET ACCT-DORMANT TO TRUE.
044900     REWRITE ACCT-RECORD.
045000     IF NOT ACCT-STATUS-OK
045100         DISPLAY 'PROG22 ACCTMST REWRITE FAILED STATUS='
045200             WS-ACCT-STATUS ' ACCT=' ACCT-NO
045300         MOVE 16 TO RETURN-CODE
045400         STOP RUN
045500     END-IF.
045600     PERFORM 3200-AUDIT-DORMANT THRU 3200-EXIT.
045700     ADD 1 TO WS-DORMANT-COUNT.
045800 3100-EXIT.
045900     EXIT.
046000
046100*----------------------------------------------------------------
046200* 3200-AUDIT-DORMANT
046300*     WRITES THE FLAG TO AUDITF - FUNCTION 'DRM', APPROVED, NO
046400*     AMOUNT (NOTHING MOVES), AND THE LAST ACTIVITY DATE AS THE
046500*     EFFECTIVE DATE, UNDER THE 'DRMT' TERMINAL TAG.  A FAILED
046600*     AUDIT WRITE IS LOGGED AND COUNTED BUT DOES NOT STOP THE
046700*     RUN - THE MASTER HAS ALREADY BEEN REWRITTEN.
046800*----------------------------------------------------------------
046900 3200-AUDIT-DORMANT.
047000     ACCEPT WS-TIME-RAW FROM TIME.
047100     MOVE WS-RUN-DATE     TO AUD-DATE.
047200     MOVE WS-TIME-6       TO AUD-TIME.
047300     MOVE 'DRMT'          TO AUD-TERM-ID.
047400     MOVE ZERO            TO AUD-TASK-NO.
047500     ADD 1 TO WS-AUD-SEQ-CTR.
047600     MOVE WS-AUD-SEQ-CTR  TO AUD-SEQ.
047700     MOVE ZERO            TO AUD-RESP.
047800     MOVE ZERO            TO AUD-RESP2.
047900     MOVE 'DRM'           TO AUD-FIELD.
048000     MOVE ACCT-NO         TO AUD-ACCT-NO.
048100     MOVE SPACES          TO AUD-TO-ACCT-NO.
048200     MOVE ZERO            TO AUD-TRAN-AMT.
048300     MOVE WS-LAST-ACT-DATE TO AUD-EFF-DATE.
048400     MOVE '0000'          TO AUD-RESP-CODE.
048500     MOVE SPACES          TO AUD-RESP-MSG.
048600     STRING 'DORMANT - NO ACTIVITY SINCE ' DELIMITED BY SIZE
048700         WS-LAST-ACT-DATE DELIMITED BY SIZE
048800         INTO AUD-RESP-MSG
048900     END-STRING.
049000     MOVE SPACES          TO AUD-OPER-ID.
049100     MOVE SPACES          TO AUD-XREF-KEY.
049200     MOVE SPACES          TO AUD-REV-FUNC.
049210     MOVE SPACES          TO AUD-TELLER-ID.
049300     WRITE AUDIT-RECORD
049400         INVALID KEY
049500             ADD 1 TO WS-AUDFAIL-COUNT
049600             DISPLAY 'PROG22 AUDIT WRITE FAILED STATUS='
049700                 WS-AUDIT-STATUS ' KEY=' AUDIT-KEY
049800     END-WRITE.
049900 3200-EXIT.
050000     EXIT.
050100
050101*----------------------------------------------------------------
050147* 3500-REPORT-ESCHEAT
050193*     BROWSES THE ACCOUNT'S LINKS ON RELF AND REPORTS IT ONCE FOR
050239*     EACH OWNER (3600).  AN ACCOUNT WITH NO OWNER LINK IS STILL
050285*     REPORTED, UNDER ACCT-CUST-NO AS ITS PRIMARY OWNER, AND IS
050331*     NAMED ON THE CONSOLE AND COUNTED SO THE BRANCH CAN PUT THE
050377*     LINK RIGHT BEFORE THE FILING.  THE ACCOUNT AND ITS BALANCE
050423*     COUNT ONCE IN THE TOTALS HOWEVER MANY OWNERS IT HAS.
050469*----------------------------------------------------------------
050515 3500-REPORT-ESCHEAT.
050561     MOVE ZERO        TO WS-OWNER-SEQ.
050607     MOVE 'N'         TO WS-REL-END-SW.
050653     MOVE LOW-VALUES  TO REL-KEY.
050699     MOVE 'A'         TO REL-KEY-TYPE.
050745     MOVE ACCT-NO     TO REL-KEY-1.
050791     START REL-FILE KEY IS NOT LESS THAN REL-KEY
050837         INVALID KEY
050883             MOVE 'Y' TO WS-REL-END-SW
050929     END-START.
050975     PERFORM 3600-NEXT-OWNER THRU 3600-EXIT
051021         UNTIL WS-REL-END.
051067     IF WS-OWNER-SEQ = ZERO
051114         DISPLAY 'PROG22 NO OWNER LINK ON RELF - ACCT-CUST-NO'
051160             ' REPORTED ACCT=' ACCT-NO
051206         ADD 1 TO WS-NOLINK-COUNT
051252         MOVE ACCT-CUST-NO TO WS-OWNER-CUST
051298         MOVE 'P'          TO WS-OWNER-ROLE
051344         PERFORM 3700-REPORT-OWNER THRU 3700-EXIT
051390     END-IF.
051436     ADD 1 TO WS-ESCH-COUNT.
051482     ADD ACCT-AVAIL-BAL TO WS-ESCH-AMT.
051528 3500-EXIT.
051574     EXIT.
051620
051666*----------------------------------------------------------------
051712* 3600-NEXT-OWNER
051758*     ONE READ OF THE RELF BROWSE - STOPS AT END OF FILE OR THE
051804*     FIRST RECORD FOR ANOTHER ACCOUNT.  A LINK THAT IS NOT AN
051850*     OWNER (A POWER OF ATTORNEY) IS PASSED OVER.  A FAILED READ
051896*     ABENDS THE RUN, AS A FAILED ESCHOUT WRITE DOES.
051942*----------------------------------------------------------------
051988 3600-NEXT-OWNER.
052034     READ REL-FILE NEXT RECORD
052080         AT END MOVE 'Y' TO WS-REL-END-SW
052127     END-READ.
052173     IF WS-REL-END
052219         GO TO 3600-EXIT.
052265     IF NOT REL-STATUS-OK
052311         DISPLAY 'PROG22 RELF READ FAILED STATUS='
052357             WS-REL-STATUS ' ACCT=' ACCT-NO
052403         MOVE 16 TO RETURN-CODE
052449         STOP RUN
052495     END-IF.
052541     IF NOT REL-BY-ACCT
052587      OR REL-KEY-1 NOT = ACCT-NO
052633         MOVE 'Y' TO WS-REL-END-SW
052679         GO TO 3600-EXIT.
052725     IF NOT REL-OWNER-ROLE
052771         GO TO 3600-EXIT.
052817     MOVE REL-CUST-NO TO WS-OWNER-CUST.
052863     MOVE REL-ROLE    TO WS-OWNER-ROLE.
052909     PERFORM 3700-REPORT-OWNER THRU 3700-EXIT.
052955 3600-EXIT.
053001     EXIT.
053047
053093*----------------------------------------------------------------
053140* 3700-REPORT-OWNER
053186*     LOOKS UP ONE OWNER ON CUSTMST AND WRITES THE ACCOUNT UNDER
053232*     THEM TO ESCHOUT AND THE REPORT.  EVERY ESCHOUT RECORD
053278*     CARRIES THE ACCOUNT'S FULL BALANCE AND ESC-OWNER-SEQ, SO THE
053324*     FILING COUNTS THE DOLLARS ONCE (SEQUENCE 1).  AN OWNER WHO
053370*     IS BLANK OR NO LONGER ON FILE IS STILL REPORTED - FLAGGED,
053416*     WITH THE OWNER FIELDS BLANK - AND COUNTED SO THE BRANCH CAN
053462*     RESEARCH IT BEFORE THE FILING.  A FAILED ESCHOUT OR RPTOUT
053508*     WRITE ABENDS THE RUN - A SILENTLY SHORT FILING IS WORSE THAN
053554*     STOPPING THE JOB.
053600*----------------------------------------------------------------
053646 3700-REPORT-OWNER.
053692     ADD 1 TO WS-OWNER-SEQ.
053738     MOVE SPACES            TO ESCHEAT-RECORD.
053784     MOVE WS-RUN-DATE       TO ESC-REPORT-DATE.
053830     MOVE ACCT-NO           TO ESC-ACCT-NO.
053876     MOVE WS-OWNER-CUST     TO ESC-CUST-NO.
053922     MOVE WS-OWNER-ROLE     TO ESC-ROLE.
053968     MOVE WS-OWNER-SEQ      TO ESC-OWNER-SEQ.
054014     MOVE ACCT-AVAIL-BAL    TO ESC-BALANCE.
054060     MOVE WS-LAST-ACT-DATE  TO ESC-LAST-ACT-DATE.
054107     SET ESC-OWNER-UNKNOWN TO TRUE.
054153     IF WS-OWNER-CUST NOT = SPACES
054199         MOVE WS-OWNER-CUST TO CUST-NO
054245         READ CUST-FILE
054291         IF CUST-STATUS-OK
054337             SET ESC-OWNER-ON-FILE TO TRUE
054383             MOVE CUST-TAX-ID      TO ESC-TAX-ID
054429             MOVE CUST-NAME        TO ESC-NAME
054475             MOVE CUST-ADDR-LINE-1 TO ESC-ADDR-LINE-1
054521             MOVE CUST-ADDR-LINE-2 TO ESC-ADDR-LINE-2
054567         ELSE
054613             IF NOT CUST-STATUS-NOTFND
054659                 DISPLAY 'PROG22 CUSTMST READ FAILED STATUS='
054705                     WS-CUST-STATUS ' ACCT=' ACCT-NO
054751             END-IF
054797         END-IF
054843     END-IF.
054889     WRITE ESCHEAT-RECORD.
054935     IF NOT ESCH-STATUS-OK
054981         DISPLAY 'PROG22 ESCHOUT WRITE FAILED STATUS='
055027             WS-ESCH-STATUS
055073         MOVE 16 TO RETURN-CODE
055120         STOP RUN
055166     END-IF.
055212     MOVE ESC-ACCT-NO       TO WS-DL-ACCT.
055258     MOVE ESC-CUST-NO       TO WS-DL-CUST.
055304     MOVE ESC-TAX-ID        TO WS-DL-TAX-ID.
055350     MOVE ESC-LAST-ACT-DATE TO WS-DL-LAST-ACT.
055396     IF WS-OWNER-SEQ = 1
055442         MOVE ESC-BALANCE   TO WS-DL-BAL
055488     ELSE
055534         MOVE ZERO          TO WS-DL-BAL
055580     END-IF.
055626     EVALUATE TRUE
055672         WHEN ESC-PRIMARY
055718             MOVE 'PRIMARY OWNER' TO WS-ROLE-TEXT
055764         WHEN ESC-JOINT
055810             MOVE 'JOINT OWNER'   TO WS-ROLE-TEXT
055856         WHEN ESC-TRUSTEE
055902             MOVE 'TRUSTEE'       TO WS-ROLE-TEXT
055948         WHEN OTHER
055994             MOVE ESC-ROLE        TO WS-ROLE-TEXT
056040     END-EVALUATE.
056086     MOVE WS-ROLE-TEXT      TO WS-DL-ROLE.
056133     IF ESC-OWNER-ON-FILE
056179         MOVE ESC-NAME TO WS-DL-NAME
056225     ELSE
056271         MOVE '** OWNER NOT ON CUSTMST **' TO WS-DL-NAME
056317         ADD 1 TO WS-NOOWNER-COUNT
056363     END-IF.
056409     WRITE RPT-RECORD FROM WS-DTL-LINE.
056455     IF NOT RPT-STATUS-OK
056501         DISPLAY 'PROG22 RPTOUT WRITE FAILED STATUS='
056547             WS-RPT-STATUS
056593         MOVE 16 TO RETURN-CODE
056639         STOP RUN
056685     END-IF.
056731     IF ESC-OWNER-ON-FILE
056777         MOVE ESC-ADDR-LINE-1 TO WS-AL-ADDR
056823         WRITE RPT-RECORD FROM WS-ADDR-LINE
056869         MOVE ESC-ADDR-LINE-2 TO WS-AL-ADDR
056915         WRITE RPT-RECORD FROM WS-ADDR-LINE
056961     END-IF.
057007 3700-EXIT.
057053     EXIT.
057100
057200*----------------------------------------------------------------
057300* 9000-TERMINATE
057400*     PRINTS THE REPORT TOTALS, CLOSES THE FILES AND REPORTS THE
057500*     COUNTS.  UNAGED ACCOUNTS OR AUDIT WRITE FAILURES LEAVE
057600*     RC=8; AN ESCHEATABLE OWNER NOT ON FILE, OR AN ACCOUNT
057700*     WITH NO OWNER LINK ON RELF, LEAVES RC=4 SO THE BRANCH
057710*     RESEARCHES THEM BEFORE THE FILING.
057800*----------------------------------------------------------------
057900 9000-TERMINATE.
058000     MOVE SPACES TO WS-PRINT-LINE.
058100     WRITE RPT-RECORD FROM WS-PRINT-LINE.
058200     MOVE WS-ESCH-COUNT TO WS-COUNT-DISP.
058300     MOVE WS-ESCH-AMT   TO WS-AMT-DISP.
058400     STRING '  ACCOUNTS REPORTED: ' DELIMITED BY SIZE
058500         WS-COUNT-DISP DELIMITED BY SIZE
058600         '  TOTAL BALANCE: ' DELIMITED BY SIZE
058700         WS-AMT-DISP DELIMITED BY SIZE
058800         INTO WS-PRINT-LINE
058900     END-STRING.
059000     WRITE RPT-RECORD FROM WS-PRINT-LINE.
059100     MOVE SPACES TO WS-PRINT-LINE.
059200     MOVE WS-NOOWNER-COUNT TO WS-COUNT-DISP.
059300     STRING '  OWNER NOT ON FILE: ' DELIMITED BY SIZE
059400         WS-COUNT-DISP DELIMITED BY SIZE
059500         INTO WS-PRINT-LINE
059600     END-STRING.
059700     WRITE RPT-RECORD FROM WS-PRINT-LINE.
059710     MOVE SPACES TO WS-PRINT-LINE.
059720     MOVE WS-NOLINK-COUNT TO WS-COUNT-DISP.
059730     STRING '  NO OWNER LINK:     ' DELIMITED BY SIZE
059740         WS-COUNT-DISP DELIMITED BY SIZE
059750         INTO WS-PRINT-LINE
059760     END-STRING.
059770     WRITE RPT-RECORD FROM WS-PRINT-LINE.
059800     MOVE SPACES TO WS-PRINT-LINE.
059900     MOVE WS-DORMANT-COUNT TO WS-COUNT-DISP.
060000     STRING '  NEWLY DORMANT:     ' DELIMITED BY SIZE
060100         WS-COUNT-DISP DELIMITED BY SIZE
060200         INTO WS-PRINT-LINE
060300     END-STRING.
060400     WRITE RPT-RECORD FROM WS-PRINT-LINE.
060500     CLOSE ACCT-FILE
060600          CUST-FILE
060650          REL-FILE
060700          AUDIT-FILE
060800          ESCH-FILE
060900          RPT-FILE.
061000     MOVE WS-READ-COUNT    TO WS-COUNT-DISP.
061100     MOVE SPACES TO WS-CONSOLE-MSG.
061200     STRING 'PROG22 SWEEP COMPLETE - ACCOUNTS READ: '
061300             DELIMITED BY SIZE
061400             WS-COUNT-DISP DELIMITED BY SIZE
061500             INTO WS-CONSOLE-MSG
061600     END-STRING.
061700     DISPLAY WS-CONSOLE-MSG.
061800     MOVE SPACES TO WS-CONSOLE-MSG.
061900     MOVE WS-DORMANT-COUNT TO WS-COUNT-DISP.
062000     STRING 'PROG22 FLAGGED DORMANT:          '
062100             DELIMITED BY SIZE
062200             WS-COUNT-DISP DELIMITED BY SIZE
062300             INTO WS-CONSOLE-MSG
062400     END-STRING.
062500     DISPLAY WS-CONSOLE-MSG.
062600     MOVE SPACES TO WS-CONSOLE-MSG.
062700     MOVE WS-ESCH-COUNT TO WS-COUNT-DISP.
062800     MOVE WS-ESCH-AMT   TO WS-AMT-DISP.
062900     STRING 'PROG22 ESCHEATABLE: ' DELIMITED BY SIZE
063000             WS-COUNT-DISP DELIMITED BY SIZE
063100             '  AMOUNT: ' DELIMITED BY SIZE
063200             WS-AMT-DISP DELIMITED BY SIZE
063300             INTO WS-CONSOLE-MSG
063400     END-STRING.
063500     DISPLAY WS-CONSOLE-MSG.
063600     MOVE SPACES TO WS-CONSOLE-MSG.
063700     MOVE WS-NODATE-COUNT TO WS-COUNT-DISP.
063800     STRING 'PROG22 ACCOUNTS NOT AGED:        '
063900             DELIMITED BY SIZE
064000             WS-COUNT-DISP DELIMITED BY SIZE
064100             INTO WS-CONSOLE-MSG
064200     END-STRING.
064300     DISPLAY WS-CONSOLE-MSG.
064400     IF WS-NOOWNER-COUNT > 0 OR WS-NOLINK-COUNT > 0
064500         MOVE 4 TO RETURN-CODE
064600     END-IF.
064700     IF WS-NODATE-COUNT > 0 OR WS-AUDFAIL-COUNT > 0
064800         MOVE 8 TO RETURN-CODE
064900     END-IF.
065000 9000-EXIT.
065100     EXIT.
