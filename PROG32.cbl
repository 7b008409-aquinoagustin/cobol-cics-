000100*================================================================
000200* PROGRAM-ID.  PROG32
000300* AUTHOR.      J. MARTINEZ - ONLINE SYSTEMS GROUP
000400* INSTALLATION. DALLAS DATA CENTER
000500* DATE-WRITTEN. 2026-10-15
000600*
000700* PURPOSE.
000800*     YEAR-END INTEREST TAX REPORTING (FORM 1099-INT).  TOTALS
000900*     THE INTEREST EACH TAXPAYER WAS PAID FOR THE TAX YEAR AND
001000*     PRODUCES THE IRS ELECTRONIC FILING FILE, THE RECIPIENT
001100*     COPIES FOR MAILING, AND A CONTROL REPORT.
001200*
001300*     THE INTEREST IS TAKEN OFF TRANHIST (SEE HISTREC), WHICH
001400*     HOLDS EVERY POSTING FOR THE LIFE OF THE ACCOUNT - THE
001500*     'INT' CREDITS PROG19 WROTE FOR THE YEAR, LESS THE SAME
001600*     YEAR'S 'REV' REVERSALS OF INTEREST CREDITED THAT YEAR.
001700*     A REVERSAL IN THE TAX YEAR OF AN EARLIER YEAR'S INTEREST,
001800*     OR A LATER REVERSAL OF THIS YEAR'S, IS NOT NETTED - IT IS
001900*     LISTED FOR TAX TO DECIDE WHETHER THE OTHER YEAR'S RETURN
002000*     NEEDS CORRECTING.
002100*
002200*     EACH ACCOUNT'S NET INTEREST IS ATTRIBUTED THROUGH
002300*     ACCT-CUST-NO TO THE CUSTMST OWNER AND ON TO THE OWNER'S
002400*     TAX ID (CUST-TAX-ID), AND TOTALLED BY TAX YEAR AND TAX ID
002500*     ON TAXINTF (SEE TAXIREC) - TWO CUSTOMER NUMBERS FOR ONE
002600*     TAXPAYER MAKE ONE RETURN.  AN ACCOUNT WITH INTEREST AND NO
002700*     OWNER, AN OWNER NOT ON CUSTMST, OR AN OWNER WITH NO USABLE
002800*     TAX ID CANNOT BE REPORTED AND IS LISTED ON THE CONTROL
002900*     REPORT INSTEAD.
003000*
003100*     RUN TYPE 'O' (ORIGINAL) FILES EVERY TAXPAYER AT OR OVER
003200*     THE $10 REPORTING MINIMUM NOT ALREADY FILED FOR THE YEAR -
003300*     THE FIRST RUN OF THE SEASON FILES EVERYONE; A LATER 'O'
003400*     RUN FILES ONLY TAXPAYERS WHO HAVE COME TO LIGHT SINCE.
003500*     RUN TYPE 'C' (CORRECTION) SENDS A CORRECTED RETURN ('G')
003600*     FOR EVERY TAXPAYER ALREADY FILED WHOSE AMOUNT OR NAME NO
003700*     LONGER AGREES WITH WHAT WAS FILED - INCLUDING A CORRECTION
003800*     TO ZERO FOR ONE NO LONGER OWED A RETURN.  ORIGINAL AND
003900*     CORRECTED RETURNS ARE NEVER MIXED IN ONE FILE; EACH RUN
004000*     LISTS WHAT THE OTHER RUN TYPE STILL HAS TO SEND.
004100*
004200*     TAXINTF'S FILED HISTORY IS UPDATED ONLY ONCE THE FILING
004300*     FILE AND THE RECIPIENT COPIES ARE WRITTEN AND CLOSED, SO A
004400*     RUN THAT STOPS SHORT IS SIMPLY RUN AGAIN.  A RUN WHOSE
004410*     CONTROL TOTALS ARE OUT OF BALANCE (RC=8) RECORDS NOTHING
004420*     AS FILED AT ALL - THE FILE IT WROTE IS NOT TO BE SENT.
004430*     NOR DOES AN IRS TEST FILE RUN ('T', CARD 1 COL 14) - A
004440*     TEST FILE IS NOT A FILING, SO THE SAME RETURNS STILL GO
004450*     OUT ON THE REAL RUN THAT FOLLOWS.
004500*
004600*     RUN FROM PROG32X ONCE THE TAX YEAR IS OVER AND DECEMBER'S
004700*     INTEREST HAS BEEN CREDITED; THE RUN DATE MUST BE PAST THE
004800*     END OF THE TAX YEAR.
004900*
005000* INPUT.
005100*     SYSIN    - FIVE CARDS.
005200*                1 - TAX YEAR (CCYY, COLS 1-4), RUN TYPE O/C
005300*                    (COL 5), RUN DATE (CCYYMMDD, COLS 6-13,
005400*                    BLANK = TODAY), 'T' IN COL 14 FOR AN IRS
005500*                    TEST FILE, TRANSMITTER CONTROL CODE (COLS
005600*                    15-19) AND PAYER TIN (COLS 20-28).
005700*                2 - PAYER NAME (COLS 1-40), PAYER TELEPHONE
005800*                    (COLS 41-55).
005900*                3 - PAYER STREET ADDRESS (COLS 1-40), CONTACT
006000*                    NAME (COLS 41-80).
006100*                4 - PAYER CITY (COLS 1-40), STATE (COLS 41-42),
006200*                    ZIP (COLS 43-51).
006300*                5 - CONTACT E-MAIL ADDRESS (COLS 1-50).
006400*     ACCTMST  - THE VSAM ACCOUNT MASTER, READ SEQUENTIALLY.
006500*     TRANHIST - THE VSAM HISTORY FILE, READ PER ACCOUNT.
006600*     CUSTMST  - THE VSAM CUSTOMER MASTER, READ FOR THE TAX ID.
006700* OUTPUT.
006800*     TAXINTF  - THE YEAR'S TOTALS AND FILED HISTORY, UPDATED.
006900*     IRSOUT   - THE 1099-INT FILING FILE (SEE IRSREC).
007000*     FORMOUT  - THE RECIPIENT COPIES, ONE PER RETURN FILED.
007100*     RPTOUT   - THE PRINTED CONTROL REPORT.
007200*
007300* MAINTENANCE HISTORY.
007400* DATE       INIT  DESCRIPTION
007500* 2026-10-15 JXM   INITIAL VERSION.
007510* 2026-10-15 JXM   BALANCE CHECK MOVED AHEAD OF THE FILED UPDATE -
007520*                  AN OUT-OF-BALANCE RUN LEAVES TAXINTF UNFILED.
007530* 2026-10-15 JXM   AN IRS TEST FILE RUN LEAVES TAXINTF UNFILED.
007600*================================================================
007700 IDENTIFICATION DIVISION.
007800 PROGRAM-ID. PROG32.
007900 AUTHOR. J. MARTINEZ.
008000 INSTALLATION. DALLAS DATA CENTER.
008100 DATE-WRITTEN. 2026-10-15.
008200 DATE-COMPILED.
008300
008400 ENVIRONMENT DIVISION.
008500 INPUT-OUTPUT SECTION.
008600 FILE-CONTROL.
008700     SELECT ACCT-FILE ASSIGN TO ACCTMST
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS SEQUENTIAL
009000         RECORD KEY IS ACCT-KEY
009100         FILE STATUS IS WS-ACCT-STATUS.
009200     SELECT HIST-FILE ASSIGN TO TRANHIST
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS HIST-KEY
009600         FILE STATUS IS WS-HIST-STATUS.
009700     SELECT CUST-FILE ASSIGN TO CUSTMST
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS RANDOM
010000         RECORD KEY IS CUST-KEY
010100         FILE STATUS IS WS-CUST-STATUS.
010200     SELECT TAXI-FILE ASSIGN TO TAXINTF
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS DYNAMIC
010500         RECORD KEY IS TXI-KEY
010600         FILE STATUS IS WS-TAXI-STATUS.
010700     SELECT PARM-FILE ASSIGN TO SYSIN
010800         ORGANIZATION IS SEQUENTIAL
010900         FILE STATUS IS WS-PARM-STATUS.
011000     SELECT IRS-FILE ASSIGN TO IRSOUT
011100         ORGANIZATION IS SEQUENTIAL
011200         FILE STATUS IS WS-IRS-STATUS.
011300     SELECT FORM-FILE ASSIGN TO FORMOUT
011400         ORGANIZATION IS SEQUENTIAL
011500         FILE STATUS IS WS-FORM-STATUS.
011600     SELECT RPT-FILE ASSIGN TO RPTOUT
011700         ORGANIZATION IS SEQUENTIAL
011800         FILE STATUS IS WS-RPT-STATUS.
011900
012000 DATA DIVISION.
012100 FILE SECTION.
012200*----------------------------------------------------------------
012300* ACCTMST - SAME RECORD LAYOUT PROG2 POSTS.
012400*----------------------------------------------------------------
012500 FD  ACCT-FILE.
012600 COPY ACCTREC.
012700
012800*----------------------------------------------------------------
012900* TRANHIST - SAME RECORD LAYOUT PROG2 AND PROG19 WRITE.
013000*----------------------------------------------------------------
013100 FD  HIST-FILE.
013200 COPY HISTREC.
013300
013400*----------------------------------------------------------------
013500* CUSTMST - SAME RECORD LAYOUT PROG13 MAINTAINS.
013600*----------------------------------------------------------------
013700 FD  CUST-FILE.
013800 COPY CUSTREC.
013900
014000*----------------------------------------------------------------
014100* TAXINTF - THE YEAR'S TOTALS AND FILED HISTORY BY TAX ID.
014200*----------------------------------------------------------------
014300 FD  TAXI-FILE.
014400 COPY TAXIREC.
014500
014600*----------------------------------------------------------------
014700* SYSIN PARAMETER CARDS - READ INTO WS-CARD-1 THRU WS-CARD-5.
014800*----------------------------------------------------------------
014900 FD  PARM-FILE.
015000 01  PARM-RECORD             PIC X(80).
015100
015200*----------------------------------------------------------------
015300* IRS 1099-INT FILING FILE.
015400*----------------------------------------------------------------
015500 FD  IRS-FILE.
015600 COPY IRSREC.
015700
015800*----------------------------------------------------------------
015900* RECIPIENT COPIES - WS-FORM-LINES-PER LINES TO A COPY, SO THE
016000* MAILING HOUSE CAN BURST THEM ON A FIXED FORM LENGTH.
016100*----------------------------------------------------------------
016200 FD  FORM-FILE.
016300 01  FORM-RECORD             PIC X(132).
016400
016500*----------------------------------------------------------------
016600* PRINTED CONTROL REPORT.
016700*----------------------------------------------------------------
016800 FD  RPT-FILE.
016900 01  RPT-RECORD              PIC X(132).
017000
017100 WORKING-STORAGE SECTION.
017200*----------------------------------------------------------------
017300* FILE STATUS / SWITCHES.
017400*----------------------------------------------------------------
017500 01  WS-ACCT-STATUS           PIC X(02) VALUE '00'.
017600    88  ACCT-STATUS-OK               VALUE '00'.
017700 01  WS-HIST-STATUS           PIC X(02) VALUE '00'.
017800    88  HIST-STATUS-OK               VALUE '00'.
017900 01  WS-CUST-STATUS           PIC X(02) VALUE '00'.
018000    88  CUST-STATUS-OK               VALUE '00'.
018100    88  CUST-STATUS-NOTFND           VALUE '23'.
018200 01  WS-TAXI-STATUS           PIC X(02) VALUE '00'.
018300    88  TAXI-STATUS-OK               VALUE '00'.
018400    88  TAXI-STATUS-NOTFND           VALUE '23'.
018500 01  WS-PARM-STATUS           PIC X(02) VALUE '00'.
018600    88  PARM-STATUS-OK               VALUE '00'.
018700 01  WS-IRS-STATUS            PIC X(02) VALUE '00'.
018800    88  IRS-STATUS-OK                VALUE '00'.
018900 01  WS-FORM-STATUS           PIC X(02) VALUE '00'.
019000    88  FORM-STATUS-OK               VALUE '00'.
019100 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
019200    88  RPT-STATUS-OK                VALUE '00'.
019300 01  WS-EOF-SW                PIC X(01) VALUE 'N'.
019400    88  END-OF-ACCT-FILE             VALUE 'Y'.
019500 01  WS-SCAN-END-SW           PIC X(01) VALUE 'N'.
019600    88  WS-SCAN-END                  VALUE 'Y'.
019700 01  WS-TXI-END-SW            PIC X(01) VALUE 'N'.
019800    88  WS-TXI-END                   VALUE 'Y'.
019900 01  WS-CHANGED-SW            PIC X(01) VALUE 'N'.
020000    88  WS-CHANGED-SINCE-FILED       VALUE 'Y'.
020100 01  WS-SPLIT-SW              PIC X(01) VALUE 'N'.
020200    88  WS-SPLIT-OK                  VALUE 'Y'.
020300 01  WS-BACK-DONE-SW          PIC X(01) VALUE 'N'.
020400    88  WS-BACK-DONE                 VALUE 'Y'.
020410 01  WS-BALANCE-SW            PIC X(01) VALUE 'Y'.
020420    88  WS-IN-BALANCE                VALUE 'Y'.
020500
020600*----------------------------------------------------------------
020700* THE SYSIN CARDS - SEE THE PROGRAM BANNER.
020800*----------------------------------------------------------------
020900 01  WS-CARD-1.
021000    05  WS-C1-TAX-YEAR        PIC X(04).
021100    05  WS-C1-RUN-TYPE        PIC X(01).
021200        88  WS-ORIGINAL-RUN       VALUE 'O'.
021300        88  WS-CORRECTION-RUN     VALUE 'C'.
021400    05  WS-C1-RUN-DATE        PIC X(08).
021500    05  WS-C1-TEST            PIC X(01).
021600    05  WS-C1-TCC             PIC X(05).
021700    05  WS-C1-PAYER-TIN       PIC X(09).
021800    05  FILLER                PIC X(52).
021900 01  WS-CARD-2.
022000    05  WS-C2-PAYER-NAME      PIC X(40).
022100    05  WS-C2-PAYER-PHONE     PIC X(15).
022200    05  FILLER                PIC X(25).
022300 01  WS-CARD-3.
022400    05  WS-C3-PAYER-ADDR      PIC X(40).
022500    05  WS-C3-CONTACT         PIC X(40).
022600 01  WS-CARD-4.
022700    05  WS-C4-PAYER-CITY      PIC X(40).
022800    05  WS-C4-PAYER-STATE     PIC X(02).
022900    05  WS-C4-PAYER-ZIP       PIC X(09).
023000    05  FILLER                PIC X(29).
023100 01  WS-CARD-5.
023200    05  WS-C5-CONTACT-EMAIL   PIC X(50).
023300    05  FILLER                PIC X(30).
023400
023500*----------------------------------------------------------------
023600* THE TAX YEAR, ITS FIRST AND LAST DAYS, AND THE RUN DATE.
023700*----------------------------------------------------------------
023800 01  WS-TAX-YEAR              PIC X(04).
023900 01  WS-TAX-YEAR-N REDEFINES WS-TAX-YEAR
024000                              PIC 9(04).
024100 01  WS-YEAR-START.
024200    05  WS-YS-YEAR            PIC X(04).
024300    05  FILLER                PIC X(04) VALUE '0101'.
024400 01  WS-YEAR-END.
024500    05  WS-YE-YEAR            PIC X(04).
024600    05  FILLER                PIC X(04) VALUE '1231'.
024700 01  WS-RUN-DATE              PIC X(08).
024800 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
024900    05  WS-RUN-YEAR           PIC 9(04).
025000    05  FILLER                PIC X(04).
025100 01  WS-RUN-TYPE-DESC         PIC X(10).
025200
025300*----------------------------------------------------------------
025400* A TAXPAYER PAID LESS THAN THIS FOR THE YEAR IS NOT FILED FOR
025500* ON AN ORIGINAL RUN (THE 1099-INT REPORTING MINIMUM).
025600*----------------------------------------------------------------
025700 01  WS-RPT-MINIMUM           PIC S9(09)V99 COMP-3 VALUE 10.00.
025800
025900*----------------------------------------------------------------
026000* THE ACCOUNT IN HAND - ITS INTEREST FOR THE YEAR, THE SAME
026100* YEAR'S REVERSALS OF IT, THE NET, AND THE REVERSALS THAT CROSS
026200* A YEAR END AND ARE NOT NETTED.  WS-REASON SAYS WHY AN ACCOUNT
026300* OR A TAXPAYER IS ON THE CONTROL REPORT.
026400*----------------------------------------------------------------
026500 01  WS-ACCT-INT              PIC S9(09)V99 COMP-3.
026600 01  WS-ACCT-REV              PIC S9(09)V99 COMP-3.
026700 01  WS-ACCT-NET              PIC S9(09)V99 COMP-3.
026800 01  WS-PRIOR-REV-AMT         PIC S9(09)V99 COMP-3.
026900 01  WS-LATE-REV-AMT          PIC S9(09)V99 COMP-3.
027000 01  WS-EXC-AMT               PIC S9(09)V99 COMP-3.
027100 01  WS-REASON                PIC X(60).
027200 01  WS-OUTCOME               PIC X(36).
027300 01  WS-SEL-ACTION            PIC X(01).
027400    88  WS-SEL-FILE                  VALUE 'F'.
027500    88  WS-SEL-EXCEPTION             VALUE 'X'.
027600    88  WS-SEL-UNDER-MIN             VALUE 'U'.
027700    88  WS-SEL-UNCHANGED             VALUE 'S'.
027800
027900*----------------------------------------------------------------
028000* CUSTMST'S SECOND ADDRESS LINE SPLIT INTO THE CITY, STATE AND
028100* ZIP THE FILING FORMAT WANTS SEPARATELY - SCANNED FROM THE
028200* RIGHT: THE LAST WORD IS THE ZIP (NNNNN, NNNNNNNNN OR
028300* NNNNN-NNNN), THE ONE BEFORE IT THE TWO-LETTER STATE, AND THE
028400* REST, LESS A TRAILING COMMA, THE CITY.
028500*----------------------------------------------------------------
028600 01  WS-SPLIT-LINE            PIC X(30).
028700 01  WS-SPLIT-CITY            PIC X(40).
028800 01  WS-SPLIT-STATE           PIC X(02).
028900 01  WS-SPLIT-ZIP             PIC X(09).
029000 01  WS-ZIP-WORK              PIC X(10).
029100 01  WS-SX                    PIC S9(04) COMP.
029200 01  WS-TOK-END               PIC S9(04) COMP.
029300 01  WS-TOK-LEN               PIC S9(04) COMP.
029400
029500*----------------------------------------------------------------
029600* FILING FILE RECORD SEQUENCE, AND THE RECIPIENT COPY LINE
029700* COUNT.
029800*----------------------------------------------------------------
029900 01  WS-IRS-SEQ               PIC 9(08) VALUE 0.
030000 01  WS-FORM-LINE             PIC X(132).
030100 01  WS-FORM-LINE-CNT         PIC S9(04) COMP.
030200 01  WS-FORM-LINES-PER        PIC S9(04) COMP VALUE +33.
030300 01  WS-MASK-TIN              PIC X(11).
030400 01  WS-PAYER-TIN-DISP        PIC X(10).
030500 01  WS-AMT-DISP              PIC $$$$,$$$,$$9.99.
030600
030700*----------------------------------------------------------------
030800* RUNNING COUNTS FOR THE REPORT AND CONSOLE.
030900*----------------------------------------------------------------
031000 01  WS-ACCTS-READ            PIC 9(07) COMP-3 VALUE 0.
031100 01  WS-INT-COUNT             PIC 9(07) COMP-3 VALUE 0.
031200 01  WS-INT-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
031300 01  WS-ATTR-COUNT            PIC 9(07) COMP-3 VALUE 0.
031400 01  WS-ATTR-AMT              PIC S9(11)V99 COMP-3 VALUE 0.
031500 01  WS-UNATTR-COUNT          PIC 9(07) COMP-3 VALUE 0.
031600 01  WS-UNATTR-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
031700 01  WS-NOTNET-COUNT          PIC 9(07) COMP-3 VALUE 0.
031800 01  WS-NOTNET-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
031900 01  WS-PAYEE-COUNT           PIC 9(07) COMP-3 VALUE 0.
032000 01  WS-TAXI-AMT              PIC S9(11)V99 COMP-3 VALUE 0.
032100 01  WS-FILE-COUNT            PIC 9(07) COMP-3 VALUE 0.
032200 01  WS-FILE-AMT              PIC S9(11)V99 COMP-3 VALUE 0.
032300 01  WS-UNDER-COUNT           PIC 9(07) COMP-3 VALUE 0.
032400 01  WS-UNDER-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
032500 01  WS-SAME-COUNT            PIC 9(07) COMP-3 VALUE 0.
032600 01  WS-ACTION-COUNT          PIC 9(07) COMP-3 VALUE 0.
032700 01  WS-ADDR-COUNT            PIC 9(07) COMP-3 VALUE 0.
032800 01  WS-MULTI-COUNT           PIC 9(07) COMP-3 VALUE 0.
032900 01  WS-B-COUNT               PIC 9(07) COMP-3 VALUE 0.
033000 01  WS-B-AMT                 PIC S9(11)V99 COMP-3 VALUE 0.
033100 01  WS-COMMIT-COUNT          PIC 9(07) COMP-3 VALUE 0.
033200 01  WS-COUNT-DISP            PIC ZZZ,ZZ9.
033300 01  WS-TOTAL-DISP            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
033400 01  WS-CONSOLE-MSG           PIC X(70).
033500
033600*----------------------------------------------------------------
033700* PRINT LINE WORK AREAS.  THE LITERAL FILLERS IN THE DETAIL
033800* LINES ARE NEVER OVERWRITTEN, SO THEY ARE BUILT BY MOVING THE
033900* DATA FIELDS ALONE.  WS-EXC-LINE IS AN ACCOUNT ON PART 1,
034000* WS-PAYEE-LINE A TAXPAYER ON PART 2, WS-TOT-LINE A TOTAL.
034100*----------------------------------------------------------------
034200 01  WS-PRINT-LINE            PIC X(132).
034300 01  WS-EXC-LINE.
034400    05  FILLER                PIC X(02) VALUE SPACES.
034500    05  WS-EL-ACCT            PIC X(10).
034600    05  FILLER                PIC X(02) VALUE SPACES.
034700    05  WS-EL-CUST            PIC X(10).
034800    05  FILLER                PIC X(02) VALUE SPACES.
034900    05  WS-EL-AMT             PIC -ZZZ,ZZZ,ZZ9.99.
035000    05  FILLER                PIC X(02) VALUE SPACES.
035100    05  WS-EL-REASON          PIC X(60).
035200    05  FILLER                PIC X(29) VALUE SPACES.
035300 01  WS-PAYEE-LINE.
035400    05  FILLER                PIC X(02) VALUE SPACES.
035500    05  WS-PL-TAX-ID          PIC X(09).
035600    05  FILLER                PIC X(02) VALUE SPACES.
035700    05  WS-PL-CUST            PIC X(10).
035800    05  FILLER                PIC X(02) VALUE SPACES.
035900    05  WS-PL-NAME            PIC X(30).
036000    05  FILLER                PIC X(02) VALUE SPACES.
036100    05  WS-PL-ACCTS           PIC ZZ9.
036200    05  FILLER                PIC X(02) VALUE SPACES.
036300    05  WS-PL-AMT             PIC -ZZZ,ZZZ,ZZ9.99.
036400    05  FILLER                PIC X(02) VALUE SPACES.
036500    05  WS-PL-FILED           PIC -ZZZ,ZZZ,ZZ9.99.
036600    05  FILLER                PIC X(02) VALUE SPACES.
036700    05  WS-PL-OUTCOME         PIC X(36).
036800 01  WS-TOT-LINE.
036900    05  FILLER                PIC X(02) VALUE SPACES.
037000    05  WS-TL-LABEL           PIC X(40).
037100    05  WS-TL-COUNT           PIC ZZZ,ZZ9.
037200    05  FILLER                PIC X(02) VALUE SPACES.
037300    05  WS-TL-AMT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
037400    05  FILLER                PIC X(63) VALUE SPACES.
037500
037600 PROCEDURE DIVISION.
037700*----------------------------------------------------------------
037800* 0000-MAIN-PARA
037900*     MAINLINE - CLEAR THE YEAR'S RUNNING TOTALS ON TAXINTF,
038000*     RE-TOTAL THE YEAR FROM ACCTMST/TRANHIST, PICK THE RETURNS
038100*     THIS RUN SENDS, WRITE THE FILING FILE AND RECIPIENT
038200*     COPIES, AND ONLY THEN - AND ONLY IF THE CONTROL TOTALS
038210*     BALANCE AND THIS IS NOT AN IRS TEST FILE - RECORD THEM AS
038220*     FILED.
038300*----------------------------------------------------------------
038400 0000-MAIN-PARA.
038500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038600     PERFORM 2000-START-YEAR THRU 2000-EXIT.
038700     PERFORM 2100-RESET-ONE THRU 2100-EXIT
038800         UNTIL WS-TXI-END.
038900     PERFORM 1300-PRINT-PART-1 THRU 1300-EXIT.
039000     PERFORM 2500-READ-ACCT THRU 2500-EXIT.
039100     PERFORM 3000-ACCUM-ONE THRU 3000-EXIT
039200         UNTIL END-OF-ACCT-FILE.
039300     PERFORM 1400-PRINT-PART-2 THRU 1400-EXIT.
039400     PERFORM 2000-START-YEAR THRU 2000-EXIT.
039500     PERFORM 4000-SELECT-ONE THRU 4000-EXIT
039600         UNTIL WS-TXI-END.
039700     PERFORM 5000-WRITE-FILE THRU 5000-EXIT.
039710     PERFORM 5950-CHECK-BALANCE THRU 5950-EXIT.
039720     IF WS-IN-BALANCE AND WS-C1-TEST NOT = 'T'
039800         PERFORM 2000-START-YEAR THRU 2000-EXIT
039900         PERFORM 6000-COMMIT-ONE THRU 6000-EXIT
040000             UNTIL WS-TXI-END
040010     END-IF.
040100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040200     STOP RUN.
040300
040400*----------------------------------------------------------------
040500* 1000-INITIALIZE
040600*     OPENS THE FILES, READS AND CHECKS THE SYSIN CARDS, AND
040700*     PRINTS THE HEADINGS.  A BAD OPEN STATUS ON ANY FILE, A
040800*     MISSING OR BAD CARD, OR A TAX YEAR NOT YET OVER ABENDS THE
040900*     RUN BEFORE ANYTHING IS TOUCHED.
041000*----------------------------------------------------------------
041100 1000-INITIALIZE.
041200     OPEN INPUT  ACCT-FILE.
041300     IF NOT ACCT-STATUS-OK
041400         DISPLAY 'PROG32 ACCTMST OPEN FAILED STATUS='
041500             WS-ACCT-STATUS
041600         MOVE 16 TO RETURN-CODE
041700         STOP RUN
041800     END-IF.
041900     OPEN INPUT  HIST-FILE.
042000     IF NOT HIST-STATUS-OK
042100         DISPLAY 'PROG32 TRANHIST OPEN FAILED STATUS='
042200             WS-HIST-STATUS
042300         MOVE 16 TO RETURN-CODE
042400         STOP RUN
042500     END-IF.
042600     OPEN INPUT  CUST-FILE.
042700     IF NOT CUST-STATUS-OK
042800         DISPLAY 'PROG32 CUSTMST OPEN FAILED STATUS='
042900             WS-CUST-STATUS
043000         MOVE 16 TO RETURN-CODE
043100         STOP RUN
043200     END-IF.
043300     OPEN I-O    TAXI-FILE.
043400     IF NOT TAXI-STATUS-OK
043500         DISPLAY 'PROG32 TAXINTF OPEN FAILED STATUS='
043600             WS-TAXI-STATUS
043700         MOVE 16 TO RETURN-CODE
043800         STOP RUN
043900     END-IF.
044000     OPEN INPUT  PARM-FILE.
044100     IF NOT PARM-STATUS-OK
044200         DISPLAY 'PROG32 PARMFILE OPEN FAILED STATUS='
044300             WS-PARM-STATUS
044400         MOVE 16 TO RETURN-CODE
044500         STOP RUN
044600     END-IF.
044700     OPEN OUTPUT IRS-FILE.
044800     IF NOT IRS-STATUS-OK
044900         DISPLAY 'PROG32 IRSOUT OPEN FAILED STATUS='
045000             WS-IRS-STATUS
045100         MOVE 16 TO RETURN-CODE
045200         STOP RUN
045300     END-IF.
045400     OPEN OUTPUT FORM-FILE.
045500     IF NOT FORM-STATUS-OK
045600         DISPLAY 'PROG32 FORMOUT OPEN FAILED STATUS='
045700             WS-FORM-STATUS
045800         MOVE 16 TO RETURN-CODE
045900         STOP RUN
046000     END-IF.
046100     OPEN OUTPUT RPT-FILE.
046200     IF NOT RPT-STATUS-OK
046300         DISPLAY 'PROG32 RPTOUT OPEN FAILED STATUS='
046400             WS-RPT-STATUS
046500         MOVE 16 TO RETURN-CODE
046600         STOP RUN
046700     END-IF.
046800     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
046900     CLOSE PARM-FILE.
047000     MOVE WS-C1-TAX-YEAR TO WS-TAX-YEAR
047100                            WS-YS-YEAR
047200                            WS-YE-YEAR.
047300     IF WS-ORIGINAL-RUN
047400         MOVE 'ORIGINAL'   TO WS-RUN-TYPE-DESC
047500     ELSE
047600         MOVE 'CORRECTION' TO WS-RUN-TYPE-DESC
047700     END-IF.
047800     MOVE WS-C1-PAYER-TIN (1:2) TO WS-PAYER-TIN-DISP (1:2).
047900     MOVE '-'                   TO WS-PAYER-TIN-DISP (3:1).
048000     MOVE WS-C1-PAYER-TIN (3:7) TO WS-PAYER-TIN-DISP (4:7).
048100     PERFORM 1200-PRINT-HEADINGS THRU 1200-EXIT.
048200 1000-EXIT.
048300     EXIT.
048400
048500*----------------------------------------------------------------
048600* 1100-READ-PARMS
048700*     READS THE FIVE SYSIN CARDS AND CHECKS WHAT THE FILING
048800*     CANNOT DO WITHOUT - THE TAX YEAR, THE RUN TYPE, THE
048900*     TRANSMITTER CONTROL CODE, THE PAYER'S TIN AND NAME - AND
049000*     THAT THE TAX YEAR IS OVER.  A BLANK RUN DATE IS TODAY.
049100*----------------------------------------------------------------
049200 1100-READ-PARMS.
049300     READ PARM-FILE INTO WS-CARD-1
049400         AT END MOVE SPACES TO WS-CARD-1
049500     END-READ.
049600     READ PARM-FILE INTO WS-CARD-2
049700         AT END MOVE SPACES TO WS-CARD-2
049800     END-READ.
049900     READ PARM-FILE INTO WS-CARD-3
050000         AT END MOVE SPACES TO WS-CARD-3
050100     END-READ.
050200     READ PARM-FILE INTO WS-CARD-4
050300         AT END MOVE SPACES TO WS-CARD-4
050400     END-READ.
050500     READ PARM-FILE INTO WS-CARD-5
050600         AT END MOVE SPACES TO WS-CARD-5
050700     END-READ.
050800     IF WS-C1-RUN-DATE = SPACES OR LOW-VALUES
050900         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
051000     ELSE
051100         MOVE WS-C1-RUN-DATE TO WS-RUN-DATE
051200     END-IF.
051300     IF WS-C1-TAX-YEAR NOT NUMERIC
051400      OR NOT (WS-ORIGINAL-RUN OR WS-CORRECTION-RUN)
051500      OR WS-RUN-DATE NOT NUMERIC
051600      OR WS-C1-TCC = SPACES
051700      OR WS-C1-PAYER-TIN NOT NUMERIC
051800      OR WS-C2-PAYER-NAME = SPACES
051900         DISPLAY 'PROG32 INVALID SYSIN CARD=' WS-CARD-1
052000         DISPLAY 'PROG32 PAYER CARD=' WS-CARD-2
052100         MOVE 16 TO RETURN-CODE
052200         STOP RUN
052300     END-IF.
052400     IF WS-RUN-DATE (1:4) NOT > WS-C1-TAX-YEAR
052500         DISPLAY 'PROG32 TAX YEAR ' WS-C1-TAX-YEAR
052600             ' IS NOT OVER - RUN DATE=' WS-RUN-DATE
052700         MOVE 16 TO RETURN-CODE
052800         STOP RUN
052900     END-IF.
053000 1100-EXIT.
053100     EXIT.
053200
053300*----------------------------------------------------------------
053400* 1200-PRINT-HEADINGS
053500*     THE REPORT TITLE AND THE PAYER THE RUN FILES FOR.
053600*----------------------------------------------------------------
053700 1200-PRINT-HEADINGS.
053800     MOVE SPACES TO WS-PRINT-LINE.
053900     STRING 'PROG32  1099-INT INTEREST REPORTING  TAX YEAR: '
054000             DELIMITED BY SIZE
054100         WS-TAX-YEAR DELIMITED BY SIZE
054200         '  RUN: ' DELIMITED BY SIZE
054300         WS-RUN-TYPE-DESC DELIMITED BY SIZE
054400         '  RUN DATE: ' DELIMITED BY SIZE
054500         WS-RUN-DATE DELIMITED BY SIZE
054600         INTO WS-PRINT-LINE
054700     END-STRING.
054800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
054900     MOVE SPACES TO WS-PRINT-LINE.
055000     STRING '  PAYER: ' DELIMITED BY SIZE
055100         WS-C2-PAYER-NAME DELIMITED BY SIZE
055200         '  TIN: ' DELIMITED BY SIZE
055300         WS-PAYER-TIN-DISP DELIMITED BY SIZE
055400         '  TCC: ' DELIMITED BY SIZE
055500         WS-C1-TCC DELIMITED BY SIZE
055600         INTO WS-PRINT-LINE
055700     END-STRING.
055800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
055900     IF WS-C1-TEST = 'T'
056000         MOVE SPACES TO WS-PRINT-LINE
056100         MOVE '  *** IRS TEST FILE ***' TO WS-PRINT-LINE
056200         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
056300     END-IF.
056400     MOVE SPACES TO WS-PRINT-LINE.
056500     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
056600 1200-EXIT.
056700     EXIT.
056800
056900*----------------------------------------------------------------
057000* 1300-PRINT-PART-1
057100*     PART 1 HEADINGS - THE ACCOUNTS WHOSE INTEREST COULD NOT BE
057200*     ATTRIBUTED TO A TAXPAYER, AND THE REVERSALS NOT NETTED.
057300*----------------------------------------------------------------
057400 1300-PRINT-PART-1.
057500     MOVE SPACES TO WS-PRINT-LINE.
057600     STRING 'PART 1 - ACCOUNTS NOT ATTRIBUTED TO A TAX ID, '
057700             DELIMITED BY SIZE
057800         'AND INTEREST REVERSALS NOT NETTED'
057900             DELIMITED BY SIZE
058000         INTO WS-PRINT-LINE
058100     END-STRING.
058200     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
058300     MOVE SPACES TO WS-PRINT-LINE.
058400     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
058500     STRING '  ACCOUNT     CUSTOMER            AMOUNT  REASON'
058600             DELIMITED BY SIZE
058700         INTO WS-PRINT-LINE
058800     END-STRING.
058900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
059000     MOVE SPACES TO WS-PRINT-LINE.
059100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
059200 1300-EXIT.
059300     EXIT.
059400
059500*----------------------------------------------------------------
059600* 1400-PRINT-PART-2
059700*     PART 2 HEADINGS - ONE LINE PER TAXPAYER FILED FOR, OR
059800*     NEEDING ACTION, THIS RUN.
059900*----------------------------------------------------------------
060000 1400-PRINT-PART-2.
060100     MOVE SPACES TO WS-PRINT-LINE.
060200     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
060300     STRING 'PART 2 - TAXPAYERS FILED FOR, OR NEEDING ACTION'
060400             DELIMITED BY SIZE
060500         INTO WS-PRINT-LINE
060600     END-STRING.
060700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
060800     MOVE SPACES TO WS-PRINT-LINE.
060900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
061000     STRING '  TAX ID     CUSTOMER    NAME' DELIMITED BY SIZE
061100         '                            ACCTS' DELIMITED BY SIZE
061200         '    THIS RUN TOTAL' DELIMITED BY SIZE
061300         '     FILED BEFORE  OUTCOME' DELIMITED BY SIZE
061400         INTO WS-PRINT-LINE
061500     END-STRING.
061600     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
061700     MOVE SPACES TO WS-PRINT-LINE.
061800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
061900 1400-EXIT.
062000     EXIT.
062100
062200*----------------------------------------------------------------
062300* 2000-START-YEAR
062400*     POSITIONS TAXINTF AT THE TAX YEAR'S FIRST RECORD AND READS
062500*     IT.  WS-TXI-END IS SET IF THE YEAR HAS NONE.
062600*----------------------------------------------------------------
062700 2000-START-YEAR.
062800     MOVE 'N'         TO WS-TXI-END-SW.
062900     MOVE WS-TAX-YEAR TO TXI-TAX-YEAR.
063000     MOVE LOW-VALUES  TO TXI-TAX-ID.
063100     START TAXI-FILE KEY IS NOT LESS THAN TXI-KEY
063200         INVALID KEY
063300             MOVE 'Y' TO WS-TXI-END-SW
063400     END-START.
063500     IF NOT WS-TXI-END
063600         PERFORM 2050-READ-TAXI-NEXT THRU 2050-EXIT
063700     END-IF.
063800 2000-EXIT.
063900     EXIT.
064000
064100*----------------------------------------------------------------
064200* 2050-READ-TAXI-NEXT
064300*     READS THE NEXT TAXINTF RECORD - END OF FILE, OR THE NEXT
064400*     TAX YEAR, ENDS THE PASS.
064500*----------------------------------------------------------------
064600 2050-READ-TAXI-NEXT.
064700     READ TAXI-FILE NEXT RECORD
064800         AT END MOVE 'Y' TO WS-TXI-END-SW
064900     END-READ.
065000     IF NOT WS-TXI-END
065100      AND TXI-TAX-YEAR NOT = WS-TAX-YEAR
065200         MOVE 'Y' TO WS-TXI-END-SW
065300     END-IF.
065400 2050-EXIT.
065500     EXIT.
065600
065700*----------------------------------------------------------------
065800* 2100-RESET-ONE
065900*     CLEARS ONE TAXPAYER'S RUNNING TOTAL FOR THE RE-TOTAL, AND
066000*     ANY MARK LEFT BY A RUN THAT STOPPED SHORT.  THE FILED
066100*     HISTORY IS LEFT ALONE.  A FAILED REWRITE ABENDS THE RUN.
066200*----------------------------------------------------------------
066300 2100-RESET-ONE.
066400     MOVE ZERO TO TXI-CUR-AMT
066500                  TXI-ACCT-CNT.
066600     MOVE 'N'  TO TXI-SEEN-SW
066700                  TXI-MULTI-SW
066800                  TXI-PEND-SW.
066900     PERFORM 7500-REWRITE-TAXI THRU 7500-EXIT.
067000     PERFORM 2050-READ-TAXI-NEXT THRU 2050-EXIT.
067100 2100-EXIT.
067200     EXIT.
067300
067400*----------------------------------------------------------------
067500* 2500-READ-ACCT
067600*     READS THE NEXT ACCTMST RECORD AND SETS THE EOF SWITCH.
067700*----------------------------------------------------------------
067800 2500-READ-ACCT.
067900     READ ACCT-FILE NEXT RECORD
068000         AT END MOVE 'Y' TO WS-EOF-SW
068100     END-READ.
068200 2500-EXIT.
068300     EXIT.
068400
068500*----------------------------------------------------------------
068600* 3000-ACCUM-ONE
068700*     ONE ACCOUNT, OPEN OR CLOSED - INTEREST PAID BEFORE A CLOSE
068800*     IS STILL REPORTABLE.  TOTALS ITS INTEREST FOR THE YEAR OFF
068900*     TRANHIST, LISTS ANY REVERSAL THAT CROSSES A YEAR END, AND
069000*     ADDS THE NET TO ITS TAXPAYER - OR LISTS THE ACCOUNT IF IT
069100*     HAS NO TAXPAYER TO ADD IT TO.
069200*----------------------------------------------------------------
069300 3000-ACCUM-ONE.
069400     ADD 1 TO WS-ACCTS-READ.
069500     PERFORM 3100-SCAN-HISTORY THRU 3100-EXIT.
069600     IF WS-PRIOR-REV-AMT NOT = ZERO
069700         MOVE WS-PRIOR-REV-AMT TO WS-EXC-AMT
069800         MOVE 'REVERSES AN EARLIER YEAR''S INTEREST - NOT NETTED'
069900             TO WS-REASON
070000         ADD 1                TO WS-NOTNET-COUNT
070100         ADD WS-PRIOR-REV-AMT TO WS-NOTNET-AMT
070200         PERFORM 3400-PRINT-EXCEPTION THRU 3400-EXIT
070300     END-IF.
070400     IF WS-LATE-REV-AMT NOT = ZERO
070500         MOVE WS-LATE-REV-AMT TO WS-EXC-AMT
070600         MOVE 'INTEREST REVERSED AFTER YEAR END - NOT NETTED'
070700             TO WS-REASON
070800         ADD 1               TO WS-NOTNET-COUNT
070900         ADD WS-LATE-REV-AMT TO WS-NOTNET-AMT
071000         PERFORM 3400-PRINT-EXCEPTION THRU 3400-EXIT
071100     END-IF.
071200     COMPUTE WS-ACCT-NET = WS-ACCT-INT - WS-ACCT-REV.
071300     IF WS-ACCT-NET = ZERO
071400         GO TO 3000-NEXT.
071500     ADD 1           TO WS-INT-COUNT.
071600     ADD WS-ACCT-NET TO WS-INT-AMT.
071700     PERFORM 3200-ATTRIBUTE THRU 3200-EXIT.
071800     IF WS-REASON NOT = SPACES
071900         MOVE WS-ACCT-NET TO WS-EXC-AMT
072000         ADD 1            TO WS-UNATTR-COUNT
072100         ADD WS-ACCT-NET  TO WS-UNATTR-AMT
072200         PERFORM 3400-PRINT-EXCEPTION THRU 3400-EXIT
072300         GO TO 3000-NEXT.
072400     PERFORM 3300-POST-TAXI THRU 3300-EXIT.
072500     ADD 1           TO WS-ATTR-COUNT.
072600     ADD WS-ACCT-NET TO WS-ATTR-AMT.
072700 3000-NEXT.
072800     PERFORM 2500-READ-ACCT THRU 2500-EXIT.
072900 3000-EXIT.
073000     EXIT.
073100
073200*----------------------------------------------------------------
073300* 3100-SCAN-HISTORY
073400*     READS THE ACCOUNT'S TRANHIST RECORDS FROM THE START OF THE
073500*     TAX YEAR TO THE END OF ITS HISTORY.
073600*----------------------------------------------------------------
073700 3100-SCAN-HISTORY.
073800     MOVE ZERO TO WS-ACCT-INT
073900                  WS-ACCT-REV
074000                  WS-PRIOR-REV-AMT
074100                  WS-LATE-REV-AMT.
074200     MOVE 'N'  TO WS-SCAN-END-SW.
074300     MOVE ACCT-NO       TO HST-ACCT-NO.
074400     MOVE WS-YEAR-START TO HST-POST-DATE.
074500     MOVE ZERO          TO HST-SEQ.
074600     START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
074700         INVALID KEY
074800             MOVE 'Y' TO WS-SCAN-END-SW
074900     END-START.
075000     PERFORM 3110-SCAN-ONE THRU 3110-EXIT
075100         UNTIL WS-SCAN-END.
075200 3100-EXIT.
075300     EXIT.
075400
075500*----------------------------------------------------------------
075600* 3110-SCAN-ONE
075700*     ONE TRANHIST RECORD OF THE SCAN - STOPS AT THE NEXT
075800*     ACCOUNT OR AT END OF FILE.  IN THE TAX YEAR, AN 'INT'
075900*     CREDIT COUNTS, AND A 'REV' OF INTEREST COMES OFF IF THE
076000*     INTEREST WAS CREDITED THE SAME YEAR (HST-REV-ORIG-YEAR) OR
076100*     IS LISTED IF IT WAS NOT.  AFTER THE TAX YEAR, ONLY A 'REV'
076200*     OF THE TAX YEAR'S INTEREST MATTERS - IT IS LISTED.
076300*----------------------------------------------------------------
076400 3110-SCAN-ONE.
076500     READ HIST-FILE NEXT RECORD
076600         AT END MOVE 'Y' TO WS-SCAN-END-SW
076700     END-READ.
076800     IF WS-SCAN-END
076900         GO TO 3110-EXIT.
077000     IF HST-ACCT-NO NOT = ACCT-NO
077100         MOVE 'Y' TO WS-SCAN-END-SW
077200         GO TO 3110-EXIT.
077300     IF HST-POST-DATE > WS-YEAR-END
077400         IF HST-FIELD = 'REV'
077500          AND HST-REV-FUNC = 'INT'
077600          AND HST-REV-ORIG-YEAR = WS-TAX-YEAR
077700             ADD HST-TRAN-AMT TO WS-LATE-REV-AMT
077800         END-IF
077900         GO TO 3110-EXIT.
078000     EVALUATE TRUE
078100         WHEN HST-FIELD = 'INT' AND HST-CREDIT
078200             ADD HST-TRAN-AMT TO WS-ACCT-INT
078300         WHEN HST-FIELD = 'REV' AND HST-REV-FUNC = 'INT'
078400          AND HST-REV-ORIG-YEAR = WS-TAX-YEAR
078500             ADD HST-TRAN-AMT TO WS-ACCT-REV
078600         WHEN HST-FIELD = 'REV' AND HST-REV-FUNC = 'INT'
078700             ADD HST-TRAN-AMT TO WS-PRIOR-REV-AMT
078800         WHEN OTHER
078900             CONTINUE
079000     END-EVALUATE.
079100 3110-EXIT.
079200     EXIT.
079300
079400*----------------------------------------------------------------
079500* 3200-ATTRIBUTE
079600*     FINDS THE ACCOUNT'S TAXPAYER - ACCT-CUST-NO TO CUSTMST TO
079700*     CUST-TAX-ID.  WS-REASON COMES BACK SPACES WITH CUST-RECORD
079800*     HOLDING THE OWNER, OR SAYING WHY THERE IS NO TAXPAYER.
079900*----------------------------------------------------------------
080000 3200-ATTRIBUTE.
080100     MOVE SPACES TO WS-REASON.
080200     IF ACCT-CUST-NO = SPACES OR LOW-VALUES
080300         MOVE 'NO CUSTOMER LINKED TO THE ACCOUNT' TO WS-REASON
080400         GO TO 3200-EXIT.
080500     MOVE ACCT-CUST-NO TO CUST-NO.
080600     READ CUST-FILE.
080700     IF CUST-STATUS-NOTFND
080800         MOVE 'ACCOUNT''S CUSTOMER IS NOT ON CUSTMST' TO WS-REASON
080900         GO TO 3200-EXIT.
081000     IF NOT CUST-STATUS-OK
081100         STRING 'CUSTMST READ FAILED STATUS=' DELIMITED BY SIZE
081200             WS-CUST-STATUS DELIMITED BY SIZE
081300             INTO WS-REASON
081400         END-STRING
081500         GO TO 3200-EXIT.
081600     IF CUST-TAX-ID = SPACES OR LOW-VALUES
081700         MOVE 'CUSTOMER HAS NO TAX ID ON CUSTMST' TO WS-REASON
081800         GO TO 3200-EXIT.
081900     IF CUST-TAX-ID NOT NUMERIC
082000         MOVE 'CUSTOMER''S TAX ID IS NOT NINE DIGITS' TO WS-REASON
082100     END-IF.
082200 3200-EXIT.
082300     EXIT.
082400
082500*----------------------------------------------------------------
082600* 3300-POST-TAXI
082700*     ADDS THE ACCOUNT'S NET INTEREST TO ITS TAXPAYER'S RECORD
082800*     FOR THE YEAR, ADDING THE RECORD IF THE TAXPAYER IS NEW.
082900*     THE FIRST ACCOUNT OF THE RUN REFRESHES THE NAME AND
083000*     ADDRESS FROM CUSTMST; A LATER ACCOUNT OWNED BY A DIFFERENT
083100*     CUSTOMER NUMBER UNDER THE SAME TAX ID IS FLAGGED.  A
083200*     FAILED WRITE OR REWRITE ABENDS THE RUN.
083300*----------------------------------------------------------------
083400 3300-POST-TAXI.
083500     MOVE WS-TAX-YEAR TO TXI-TAX-YEAR.
083600     MOVE CUST-TAX-ID TO TXI-TAX-ID.
083700     READ TAXI-FILE.
083800     IF TAXI-STATUS-NOTFND
083900         MOVE SPACES      TO TXI-RECORD
084000         MOVE WS-TAX-YEAR TO TXI-TAX-YEAR
084100         MOVE CUST-TAX-ID TO TXI-TAX-ID
084200         MOVE ZERO        TO TXI-CUR-AMT
084300                             TXI-ACCT-CNT
084400                             TXI-FILED-AMT
084500                             TXI-CORR-CNT
084600         MOVE 'N'         TO TXI-SEEN-SW
084700                             TXI-MULTI-SW
084800                             TXI-STATUS
084900                             TXI-PEND-SW
085000     ELSE
085100         IF NOT TAXI-STATUS-OK
085200             DISPLAY 'PROG32 TAXINTF READ FAILED STATUS='
085300                 WS-TAXI-STATUS ' KEY=' TXI-KEY
085400             MOVE 16 TO RETURN-CODE
085500             STOP RUN
085600         END-IF
085700     END-IF.
085800     IF TXI-SEEN
085900         IF TXI-CUST-NO NOT = CUST-NO
086000             MOVE 'Y' TO TXI-MULTI-SW
086100         END-IF
086200     ELSE
086300         MOVE 'Y'              TO TXI-SEEN-SW
086400         MOVE CUST-NO          TO TXI-CUST-NO
086500         MOVE CUST-NAME        TO TXI-NAME
086600         MOVE CUST-ADDR-LINE-1 TO TXI-ADDR-LINE-1
086700         MOVE CUST-ADDR-LINE-2 TO TXI-ADDR-LINE-2
086800     END-IF.
086900     ADD WS-ACCT-NET TO TXI-CUR-AMT.
087000     ADD 1           TO TXI-ACCT-CNT.
087100     IF TAXI-STATUS-NOTFND
087200         WRITE TXI-RECORD
087300         IF NOT TAXI-STATUS-OK
087400             DISPLAY 'PROG32 TAXINTF WRITE FAILED STATUS='
087500                 WS-TAXI-STATUS ' KEY=' TXI-KEY
087600             MOVE 16 TO RETURN-CODE
087700             STOP RUN
087800         END-IF
087900     ELSE
088000         PERFORM 7500-REWRITE-TAXI THRU 7500-EXIT
088100     END-IF.
088200 3300-EXIT.
088300     EXIT.
088400
088500*----------------------------------------------------------------
088600* 3400-PRINT-EXCEPTION
088700*     ONE PART 1 LINE - THE ACCOUNT IN HAND, ITS OWNER AS
088800*     ACCTMST HAS IT, WS-EXC-AMT AND WS-REASON.  ANY PART 1
088900*     LINE LEAVES RC=4.
089000*----------------------------------------------------------------
089100 3400-PRINT-EXCEPTION.
089200     MOVE ACCT-NO      TO WS-EL-ACCT.
089300     MOVE ACCT-CUST-NO TO WS-EL-CUST.
089400     MOVE WS-EXC-AMT   TO WS-EL-AMT.
089500     MOVE WS-REASON    TO WS-EL-REASON.
089600     MOVE WS-EXC-LINE  TO WS-PRINT-LINE.
089700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
089800     IF RETURN-CODE < 4
089900         MOVE 4 TO RETURN-CODE
090000     END-IF.
090100 3400-EXIT.
090200     EXIT.
090300
090400*----------------------------------------------------------------
090500* 4000-SELECT-ONE
090600*     ONE TAXPAYER FOR THE YEAR - DECIDES WHETHER THIS RUN FILES
090700*     FOR THEM, AND MARKS THE RECORD IF SO.  WHAT IS FILED, AND
090800*     WHAT THE OTHER RUN TYPE STILL HAS TO SEND, IS LISTED;
090900*     TAXPAYERS UNDER THE MINIMUM OR UNCHANGED SINCE FILED ARE
091000*     ONLY COUNTED.
091100*----------------------------------------------------------------
091200 4000-SELECT-ONE.
091300     ADD 1           TO WS-PAYEE-COUNT.
091400     ADD TXI-CUR-AMT TO WS-TAXI-AMT.
091500     PERFORM 4100-DECIDE THRU 4100-EXIT.
091600     EVALUATE TRUE
091700         WHEN WS-SEL-FILE
091800             MOVE 'Y' TO TXI-PEND-SW
091900             PERFORM 7500-REWRITE-TAXI THRU 7500-EXIT
092000             ADD 1           TO WS-FILE-COUNT
092100             ADD TXI-CUR-AMT TO WS-FILE-AMT
092200             PERFORM 4200-PRINT-PAYEE THRU 4200-EXIT
092300             PERFORM 4300-CHECK-PAYEE THRU 4300-EXIT
092400         WHEN WS-SEL-EXCEPTION
092500             ADD 1 TO WS-ACTION-COUNT
092600             PERFORM 4200-PRINT-PAYEE THRU 4200-EXIT
092700             IF RETURN-CODE < 4
092800                 MOVE 4 TO RETURN-CODE
092900             END-IF
093000         WHEN WS-SEL-UNDER-MIN
093100             ADD 1           TO WS-UNDER-COUNT
093200             ADD TXI-CUR-AMT TO WS-UNDER-AMT
093300         WHEN OTHER
093400             ADD 1 TO WS-SAME-COUNT
093500     END-EVALUATE.
093600     PERFORM 2050-READ-TAXI-NEXT THRU 2050-EXIT.
093700 4000-EXIT.
093800     EXIT.
093900
094000*----------------------------------------------------------------
094100* 4100-DECIDE
094200*     SETS WS-SEL-ACTION AND WS-OUTCOME FOR THE TAXPAYER IN
094300*     HAND.  AN ORIGINAL RUN FILES A TAXPAYER NOT YET FILED AT
094400*     OR OVER THE MINIMUM; A CORRECTION RUN CORRECTS A FILED
094500*     TAXPAYER WHOSE AMOUNT OR NAME HAS CHANGED.  EACH LISTS
094600*     WHAT ONLY THE OTHER RUN TYPE CAN SEND.  A NEGATIVE TOTAL
094700*     (MORE REVERSED THAN CREDITED) IS NEVER FILED.
094800*----------------------------------------------------------------
094900 4100-DECIDE.
095000     MOVE 'N' TO WS-CHANGED-SW.
095100     IF TXI-FILED
095200      AND (TXI-CUR-AMT NOT = TXI-FILED-AMT
095300       OR TXI-NAME NOT = TXI-FILED-NAME)
095400         MOVE 'Y' TO WS-CHANGED-SW
095500     END-IF.
095600     EVALUATE TRUE
095700         WHEN TXI-CUR-AMT < ZERO
095800             MOVE 'X' TO WS-SEL-ACTION
095900             MOVE 'NEGATIVE TOTAL - NOT FILED' TO WS-OUTCOME
096000         WHEN TXI-NOT-FILED
096100          AND TXI-CUR-AMT < WS-RPT-MINIMUM
096200             MOVE 'U' TO WS-SEL-ACTION
096300         WHEN TXI-NOT-FILED AND WS-ORIGINAL-RUN
096400             MOVE 'F' TO WS-SEL-ACTION
096500             MOVE 'ORIGINAL RETURN FILED' TO WS-OUTCOME
096600         WHEN TXI-NOT-FILED
096700             MOVE 'X' TO WS-SEL-ACTION
096800             MOVE 'NOT YET FILED - NEEDS AN ORIGINAL RUN'
096900                 TO WS-OUTCOME
097000         WHEN NOT WS-CHANGED-SINCE-FILED
097100             MOVE 'S' TO WS-SEL-ACTION
097200         WHEN WS-CORRECTION-RUN
097300             MOVE 'F' TO WS-SEL-ACTION
097400             MOVE 'CORRECTED RETURN FILED' TO WS-OUTCOME
097500         WHEN OTHER
097600             MOVE 'X' TO WS-SEL-ACTION
097700             MOVE 'CHANGED SINCE FILED - NEEDS CORRECTION'
097800                 TO WS-OUTCOME
097900     END-EVALUATE.
098000 4100-EXIT.
098100     EXIT.
098200
098300*----------------------------------------------------------------
098400* 4200-PRINT-PAYEE
098500*     ONE PART 2 LINE FOR THE TAXPAYER IN HAND.
098600*----------------------------------------------------------------
098700 4200-PRINT-PAYEE.
098800     MOVE TXI-TAX-ID    TO WS-PL-TAX-ID.
098900     MOVE TXI-CUST-NO   TO WS-PL-CUST.
099000     MOVE TXI-NAME      TO WS-PL-NAME.
099100     MOVE TXI-ACCT-CNT  TO WS-PL-ACCTS.
099200     MOVE TXI-CUR-AMT   TO WS-PL-AMT.
099300     MOVE TXI-FILED-AMT TO WS-PL-FILED.
099400     MOVE WS-OUTCOME    TO WS-PL-OUTCOME.
099500     MOVE WS-PAYEE-LINE TO WS-PRINT-LINE.
099600     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
099700 4200-EXIT.
099800     EXIT.
099900
100000*----------------------------------------------------------------
100100* 4300-CHECK-PAYEE
100200*     A RETURN GOES OUT WHATEVER CUSTMST HOLDS, BUT AN ADDRESS
100300*     THE FILING FORMAT CANNOT TAKE APART, AND A TAX ID SHARED
100400*     BY TWO CUSTOMER NUMBERS, ARE LISTED UNDER IT FOR CUSTMST
100500*     TO BE PUT RIGHT BEFORE THE RECIPIENT COPIES ARE MAILED.
100600*     EITHER LEAVES RC=4.
100700*----------------------------------------------------------------
100800 4300-CHECK-PAYEE.
100900     MOVE TXI-ADDR-LINE-2 TO WS-SPLIT-LINE.
101000     PERFORM 5600-SPLIT-CITY-LINE THRU 5600-EXIT.
101100     IF TXI-ADDR-LINE-1 = SPACES
101200      OR NOT WS-SPLIT-OK
101300         ADD 1 TO WS-ADDR-COUNT
101400         MOVE SPACES TO WS-PRINT-LINE
101500         STRING '      ADDRESS IS NOT STREET / CITY, STATE AND '
101600                 DELIMITED BY SIZE
101700             'ZIP - CORRECT CUSTMST: ' DELIMITED BY SIZE
101800             TXI-ADDR-LINE-2 DELIMITED BY SIZE
101900             INTO WS-PRINT-LINE
102000         END-STRING
102100         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
102200         IF RETURN-CODE < 4
102300             MOVE 4 TO RETURN-CODE
102400         END-IF
102500     END-IF.
102600     IF TXI-MULTI-CUST
102700         ADD 1 TO WS-MULTI-COUNT
102800         MOVE SPACES TO WS-PRINT-LINE
102900         STRING '      TAX ID IS ON MORE THAN ONE CUSTOMER - '
103000                 DELIMITED BY SIZE
103100             'NAME AND ADDRESS TAKEN FROM ' DELIMITED BY SIZE
103200             TXI-CUST-NO DELIMITED BY SIZE
103300             INTO WS-PRINT-LINE
103400         END-STRING
103500         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
103600         IF RETURN-CODE < 4
103700             MOVE 4 TO RETURN-CODE
103800         END-IF
103900     END-IF.
104000 4300-EXIT.
104100     EXIT.
104200
104300*----------------------------------------------------------------
104400* 5000-WRITE-FILE
104500*     THE FILING FILE - TRANSMITTER, PAYER, ONE PAYEE RECORD AND
104600*     RECIPIENT COPY PER MARKED TAXPAYER, THE PAYER TOTALS AND
104700*     THE END OF TRANSMISSION - THEN CLOSES IT AND THE COPIES.
104800*     WITH NOTHING TO FILE THE FILE IS LEFT EMPTY.  A FAILED
104900*     CLOSE ABENDS THE RUN BEFORE ANYTHING IS RECORDED AS FILED.
105000*----------------------------------------------------------------
105100 5000-WRITE-FILE.
105200     IF WS-FILE-COUNT = ZERO
105300         GO TO 5000-CLOSE.
105400     PERFORM 5100-WRITE-T THRU 5100-EXIT.
105500     PERFORM 5200-WRITE-A THRU 5200-EXIT.
105600     PERFORM 2000-START-YEAR THRU 2000-EXIT.
105700     PERFORM 5300-WRITE-PAYEE THRU 5300-EXIT
105800         UNTIL WS-TXI-END.
105900     PERFORM 5700-WRITE-C THRU 5700-EXIT.
106000     PERFORM 5800-WRITE-F THRU 5800-EXIT.
106100 5000-CLOSE.
106200     CLOSE IRS-FILE.
106300     IF NOT IRS-STATUS-OK
106400         DISPLAY 'PROG32 IRSOUT CLOSE FAILED STATUS='
106500             WS-IRS-STATUS
106600         MOVE 16 TO RETURN-CODE
106700         STOP RUN
106800     END-IF.
106900     CLOSE FORM-FILE.
107000     IF NOT FORM-STATUS-OK
107100         DISPLAY 'PROG32 FORMOUT CLOSE FAILED STATUS='
107200             WS-FORM-STATUS
107300         MOVE 16 TO RETURN-CODE
107400         STOP RUN
107500     END-IF.
107600 5000-EXIT.
107700     EXIT.
107800
107900*----------------------------------------------------------------
108000* 5100-WRITE-T
108100*     THE TRANSMITTER RECORD.  THE BANK FILES FOR ITSELF, SO
108200*     THE TRANSMITTER IS THE PAYER.  A TAX YEAR OTHER THAN LAST
108300*     YEAR IS MARKED AS PRIOR-YEAR DATA.
108400*----------------------------------------------------------------
108500 5100-WRITE-T.
108600     MOVE SPACES              TO IRS-T-RECORD.
108700     MOVE 'T'                 TO IRS-T-TYPE.
108800     MOVE WS-TAX-YEAR         TO IRS-T-YEAR.
108900     IF WS-RUN-YEAR - WS-TAX-YEAR-N > 1
109000         MOVE 'P'             TO IRS-T-PRIOR-YEAR
109100     END-IF.
109200     MOVE WS-C1-PAYER-TIN     TO IRS-T-TIN.
109300     MOVE WS-C1-TCC           TO IRS-T-TCC.
109400     IF WS-C1-TEST = 'T'
109500         MOVE 'T'             TO IRS-T-TEST
109600     END-IF.
109700     MOVE WS-C2-PAYER-NAME    TO IRS-T-NAME
109800                                 IRS-T-CO-NAME.
109900     MOVE WS-C3-PAYER-ADDR    TO IRS-T-CO-ADDR.
110000     MOVE WS-C4-PAYER-CITY    TO IRS-T-CO-CITY.
110100     MOVE WS-C4-PAYER-STATE   TO IRS-T-CO-STATE.
110200     MOVE WS-C4-PAYER-ZIP     TO IRS-T-CO-ZIP.
110300     MOVE WS-FILE-COUNT       TO IRS-T-PAYEE-CNT.
110400     MOVE WS-C3-CONTACT       TO IRS-T-CONTACT.
110500     MOVE WS-C2-PAYER-PHONE   TO IRS-T-CONTACT-PHONE.
110600     MOVE WS-C5-CONTACT-EMAIL TO IRS-T-CONTACT-EMAIL.
110700     MOVE 'I'                 TO IRS-T-VENDOR.
110800     ADD 1 TO WS-IRS-SEQ.
110900     MOVE WS-IRS-SEQ          TO IRS-T-SEQ.
111000     WRITE IRS-T-RECORD.
111100     PERFORM 5900-CHECK-IRS-WRITE THRU 5900-EXIT.
111200 5100-EXIT.
111300     EXIT.
111400
111500*----------------------------------------------------------------
111600* 5200-WRITE-A
111700*     THE PAYER RECORD - RETURN TYPE '6' (1099-INT), AMOUNT
111800*     CODE 1 (INTEREST INCOME) ONLY.
111900*----------------------------------------------------------------
112000 5200-WRITE-A.
112100     MOVE SPACES              TO IRS-A-RECORD.
112200     MOVE 'A'                 TO IRS-A-TYPE.
112300     MOVE WS-TAX-YEAR         TO IRS-A-YEAR.
112400     MOVE WS-C1-PAYER-TIN     TO IRS-A-TIN.
112500     MOVE '6'                 TO IRS-A-RETURN-TYPE.
112600     MOVE '1'                 TO IRS-A-AMT-CODES.
112700     MOVE WS-C2-PAYER-NAME    TO IRS-A-NAME.
112800     MOVE '0'                 TO IRS-A-AGENT.
112900     MOVE WS-C3-PAYER-ADDR    TO IRS-A-ADDR.
113000     MOVE WS-C4-PAYER-CITY    TO IRS-A-CITY.
113100     MOVE WS-C4-PAYER-STATE   TO IRS-A-STATE.
113200     MOVE WS-C4-PAYER-ZIP     TO IRS-A-ZIP.
113300     MOVE WS-C2-PAYER-PHONE   TO IRS-A-PHONE.
113400     ADD 1 TO WS-IRS-SEQ.
113500     MOVE WS-IRS-SEQ          TO IRS-A-SEQ.
113600     WRITE IRS-A-RECORD.
113700     PERFORM 5900-CHECK-IRS-WRITE THRU 5900-EXIT.
113800 5200-EXIT.
113900     EXIT.
114000
114100*----------------------------------------------------------------
114200* 5300-WRITE-PAYEE
114300*     ONE TAXINTF RECORD OF THE WRITE PASS - A MARKED TAXPAYER
114400*     GETS A PAYEE RECORD AND A RECIPIENT COPY.
114500*----------------------------------------------------------------
114600 5300-WRITE-PAYEE.
114700     IF TXI-IN-THIS-FILE
114800         PERFORM 5400-WRITE-B THRU 5400-EXIT
114900         PERFORM 5500-PRINT-COPY THRU 5500-EXIT
115000     END-IF.
115100     PERFORM 2050-READ-TAXI-NEXT THRU 2050-EXIT.
115200 5300-EXIT.
115300     EXIT.
115400
115500*----------------------------------------------------------------
115600* 5400-WRITE-B
115700*     THE PAYEE RECORD - 'G' IN THE CORRECTED RETURN INDICATOR
115800*     ON A CORRECTION RUN.  THE CUSTOMER NUMBER IS THE PAYER'S
115900*     ACCOUNT NUMBER FOR THE PAYEE, SO A CORRECTION MATCHES ITS
116000*     ORIGINAL.  AN ADDRESS LINE THAT WILL NOT SPLIT GOES IN
116100*     WHOLE AS THE CITY (SEE 4300).
116200*----------------------------------------------------------------
116300 5400-WRITE-B.
116400     MOVE SPACES              TO IRS-B-RECORD.
116500     MOVE 'B'                 TO IRS-B-TYPE.
116600     MOVE WS-TAX-YEAR         TO IRS-B-YEAR.
116700     IF WS-CORRECTION-RUN
116800         SET IRS-B-CORRECTION TO TRUE
116900     END-IF.
117000     MOVE TXI-TAX-ID          TO IRS-B-TIN.
117100     MOVE TXI-CUST-NO         TO IRS-B-ACCT.
117200     MOVE TXI-CUR-AMT         TO IRS-B-AMT-1.
117300     MOVE ZEROS               TO IRS-B-AMT-OTHER.
117400     MOVE TXI-NAME            TO IRS-B-NAME.
117500     MOVE TXI-ADDR-LINE-1     TO IRS-B-ADDR.
117600     MOVE TXI-ADDR-LINE-2     TO WS-SPLIT-LINE.
117700     PERFORM 5600-SPLIT-CITY-LINE THRU 5600-EXIT.
117800     IF WS-SPLIT-OK
117900         MOVE WS-SPLIT-CITY   TO IRS-B-CITY
118000         MOVE WS-SPLIT-STATE  TO IRS-B-STATE
118100         MOVE WS-SPLIT-ZIP    TO IRS-B-ZIP
118200     ELSE
118300         MOVE TXI-ADDR-LINE-2 TO IRS-B-CITY
118400     END-IF.
118500     ADD 1 TO WS-IRS-SEQ.
118600     MOVE WS-IRS-SEQ          TO IRS-B-SEQ.
118700     WRITE IRS-B-RECORD.
118800     PERFORM 5900-CHECK-IRS-WRITE THRU 5900-EXIT.
118900     ADD 1           TO WS-B-COUNT.
119000     ADD TXI-CUR-AMT TO WS-B-AMT.
119100 5400-EXIT.
119200     EXIT.
119300
119400*----------------------------------------------------------------
119500* 5500-PRINT-COPY
119600*     THE RECIPIENT COPY (COPY B) FOR THE TAXPAYER IN HAND, TO
119700*     THE CUSTMST NAME AND ADDRESS, PADDED TO THE FIXED FORM
119800*     LENGTH.  THE RECIPIENT'S TAX ID IS SHOWN TRUNCATED TO ITS
119900*     LAST FOUR DIGITS.
120000*----------------------------------------------------------------
120100 5500-PRINT-COPY.
120200     MOVE ZERO TO WS-FORM-LINE-CNT.
120300     MOVE SPACES TO WS-FORM-LINE.
120400     STRING 'FORM 1099-INT  INTEREST INCOME  TAX YEAR '
120500             DELIMITED BY SIZE
120600         WS-TAX-YEAR DELIMITED BY SIZE
120700         '  COPY B - FOR RECIPIENT' DELIMITED BY SIZE
120800         INTO WS-FORM-LINE
120900     END-STRING.
121000     IF WS-CORRECTION-RUN
121100         MOVE '*** CORRECTED ***' TO WS-FORM-LINE (80:17)
121200     END-IF.
121300     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
121400     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
121500     STRING 'PAYER:       ' DELIMITED BY SIZE
121600         WS-C2-PAYER-NAME DELIMITED BY SIZE
121700         INTO WS-FORM-LINE
121800     END-STRING.
121900     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
122000     MOVE WS-C3-PAYER-ADDR TO WS-FORM-LINE (14:40).
122100     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
122200     STRING WS-C4-PAYER-CITY DELIMITED BY '  '
122300         ' ' DELIMITED BY SIZE
122400         WS-C4-PAYER-STATE DELIMITED BY SIZE
122500         ' ' DELIMITED BY SIZE
122600         WS-C4-PAYER-ZIP DELIMITED BY SIZE
122700         INTO WS-FORM-LINE (14:60)
122800     END-STRING.
122900     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
123000     STRING 'TELEPHONE ' DELIMITED BY SIZE
123100         WS-C2-PAYER-PHONE DELIMITED BY SIZE
123200         INTO WS-FORM-LINE (14:40)
123300     END-STRING.
123400     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
123500     STRING 'PAYER''S TIN: ' DELIMITED BY SIZE
123600         WS-PAYER-TIN-DISP DELIMITED BY SIZE
123700         INTO WS-FORM-LINE
123800     END-STRING.
123900     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
124000     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
124100     MOVE SPACES TO WS-MASK-TIN.
124200     STRING '***-**-' DELIMITED BY SIZE
124300         TXI-TAX-ID (6:4) DELIMITED BY SIZE
124400         INTO WS-MASK-TIN
124500     END-STRING.
124600     STRING 'RECIPIENT''S TIN: ' DELIMITED BY SIZE
124700         WS-MASK-TIN DELIMITED BY SIZE
124800         INTO WS-FORM-LINE
124900     END-STRING.
125000     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
125100     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
125200     MOVE 'RECIPIENT:'     TO WS-FORM-LINE (1:10).
125300     MOVE TXI-NAME         TO WS-FORM-LINE (14:30).
125400     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
125500     MOVE TXI-ADDR-LINE-1  TO WS-FORM-LINE (14:30).
125600     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
125700     MOVE TXI-ADDR-LINE-2  TO WS-FORM-LINE (14:30).
125800     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
125900     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
126000     STRING 'ACCOUNT NUMBER: ' DELIMITED BY SIZE
126100         TXI-CUST-NO DELIMITED BY SIZE
126200         INTO WS-FORM-LINE
126300     END-STRING.
126400     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
126500     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
126600     MOVE TXI-CUR-AMT TO WS-AMT-DISP.
126700     STRING 'BOX 1  INTEREST INCOME    ' DELIMITED BY SIZE
126800         WS-AMT-DISP DELIMITED BY SIZE
126900         INTO WS-FORM-LINE
127000     END-STRING.
127100     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
127200     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
127300     STRING 'THIS IS IMPORTANT TAX INFORMATION AND IS BEING '
127400             DELIMITED BY SIZE
127500         'FURNISHED TO THE IRS.  IF YOU ARE REQUIRED TO FILE '
127600             DELIMITED BY SIZE
127700         'A RETURN, A NEGLIGENCE' DELIMITED BY SIZE
127800         INTO WS-FORM-LINE
127900     END-STRING.
128000     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
128100     STRING 'PENALTY OR OTHER SANCTION MAY BE IMPOSED ON YOU '
128200             DELIMITED BY SIZE
128300         'IF THIS INCOME IS TAXABLE AND THE IRS DETERMINES '
128400             DELIMITED BY SIZE
128500         'THAT IT HAS' DELIMITED BY SIZE
128600         INTO WS-FORM-LINE
128700     END-STRING.
128800     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
128900     MOVE 'NOT BEEN REPORTED.' TO WS-FORM-LINE.
129000     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT.
129100     PERFORM 7800-WRITE-FORM-LINE THRU 7800-EXIT
129200         UNTIL WS-FORM-LINE-CNT NOT < WS-FORM-LINES-PER.
129300 5500-EXIT.
129400     EXIT.
129500
129600*----------------------------------------------------------------
129700* 5600-SPLIT-CITY-LINE
129800*     SPLITS WS-SPLIT-LINE INTO WS-SPLIT-CITY, -STATE AND -ZIP,
129900*     SCANNING BACK FROM THE RIGHT.  WS-SPLIT-OK IS SET ONLY IF
130000*     THE LAST WORD IS A FIVE- OR NINE-DIGIT ZIP, THE WORD BEFORE
130100*     IT TWO LETTERS, AND SOMETHING IS LEFT FOR THE CITY.
130200*----------------------------------------------------------------
130300 5600-SPLIT-CITY-LINE.
130400     MOVE 'N'    TO WS-SPLIT-SW.
130500     MOVE SPACES TO WS-SPLIT-CITY
130600                    WS-SPLIT-STATE
130700                    WS-SPLIT-ZIP.
130800     MOVE 30 TO WS-SX.
130900     PERFORM 5610-SKIP-SPACES THRU 5610-EXIT.
131000     MOVE WS-SX TO WS-TOK-END.
131100     PERFORM 5620-SKIP-WORD THRU 5620-EXIT.
131200     COMPUTE WS-TOK-LEN = WS-TOK-END - WS-SX.
131300     IF WS-TOK-LEN NOT = 5 AND WS-TOK-LEN NOT = 9
131400      AND WS-TOK-LEN NOT = 10
131500         GO TO 5600-EXIT.
131600     MOVE WS-SPLIT-LINE (WS-SX + 1:WS-TOK-LEN) TO WS-ZIP-WORK.
131700     EVALUATE TRUE
131800         WHEN WS-TOK-LEN = 10
131900             IF WS-ZIP-WORK (1:5) NOT NUMERIC
132000              OR WS-ZIP-WORK (6:1) NOT = '-'
132100              OR WS-ZIP-WORK (7:4) NOT NUMERIC
132200                 GO TO 5600-EXIT
132300             END-IF
132400             MOVE WS-ZIP-WORK (1:5) TO WS-SPLIT-ZIP (1:5)
132500             MOVE WS-ZIP-WORK (7:4) TO WS-SPLIT-ZIP (6:4)
132600         WHEN OTHER
132700             IF WS-ZIP-WORK (1:WS-TOK-LEN) NOT NUMERIC
132800                 GO TO 5600-EXIT
132900             END-IF
133000             MOVE WS-ZIP-WORK (1:WS-TOK-LEN) TO WS-SPLIT-ZIP
133100     END-EVALUATE.
133200     PERFORM 5610-SKIP-SPACES THRU 5610-EXIT.
133300     MOVE WS-SX TO WS-TOK-END.
133400     PERFORM 5620-SKIP-WORD THRU 5620-EXIT.
133500     COMPUTE WS-TOK-LEN = WS-TOK-END - WS-SX.
133600     IF WS-TOK-LEN NOT = 2
133700         GO TO 5600-EXIT.
133800     IF WS-SPLIT-LINE (WS-SX + 1:2) NOT ALPHABETIC
133900         GO TO 5600-EXIT.
134000     MOVE WS-SPLIT-LINE (WS-SX + 1:2) TO WS-SPLIT-STATE.
134100     PERFORM 5610-SKIP-SPACES THRU 5610-EXIT.
134200     IF WS-SX > 0
134300         IF WS-SPLIT-LINE (WS-SX:1) = ','
134400             SUBTRACT 1 FROM WS-SX
134500         END-IF
134600     END-IF.
134700     IF WS-SX < 1
134800         GO TO 5600-EXIT.
134900     MOVE WS-SPLIT-LINE (1:WS-SX) TO WS-SPLIT-CITY.
135000     MOVE 'Y' TO WS-SPLIT-SW.
135100 5600-EXIT.
135200     EXIT.
135300
135400*----------------------------------------------------------------
135500* 5610-SKIP-SPACES
135600*     BACKS WS-SX OVER SPACES TO THE NEXT NON-BLANK TO ITS LEFT
135700*     (ZERO IF THERE IS NONE).
135800*----------------------------------------------------------------
135900 5610-SKIP-SPACES.
136000     MOVE 'N' TO WS-BACK-DONE-SW.
136100     PERFORM 5615-BACK-OVER-SPACE THRU 5615-EXIT
136200         UNTIL WS-BACK-DONE.
136300 5610-EXIT.
136400     EXIT.
136500
136600 5615-BACK-OVER-SPACE.
136700     IF WS-SX < 1
136800         MOVE 'Y' TO WS-BACK-DONE-SW
136900         GO TO 5615-EXIT.
137000     IF WS-SPLIT-LINE (WS-SX:1) NOT = SPACE
137100         MOVE 'Y' TO WS-BACK-DONE-SW
137200         GO TO 5615-EXIT.
137300     SUBTRACT 1 FROM WS-SX.
137400 5615-EXIT.
137500     EXIT.
137600
137700*----------------------------------------------------------------
137800* 5620-SKIP-WORD
137900*     BACKS WS-SX OVER A WORD TO THE SPACE BEFORE IT (ZERO AT
138000*     THE START OF THE LINE).
138100*----------------------------------------------------------------
138200 5620-SKIP-WORD.
138300     MOVE 'N' TO WS-BACK-DONE-SW.
138400     PERFORM 5625-BACK-OVER-CHAR THRU 5625-EXIT
138500         UNTIL WS-BACK-DONE.
138600 5620-EXIT.
138700     EXIT.
138800
138900 5625-BACK-OVER-CHAR.
139000     IF WS-SX < 1
139100         MOVE 'Y' TO WS-BACK-DONE-SW
139200         GO TO 5625-EXIT.
139300     IF WS-SPLIT-LINE (WS-SX:1) = SPACE
139400         MOVE 'Y' TO WS-BACK-DONE-SW
139500         GO TO 5625-EXIT.
139600     SUBTRACT 1 FROM WS-SX.
139700 5625-EXIT.
139800     EXIT.
139900
140000*----------------------------------------------------------------
140100* 5700-WRITE-C
140200*     THE END-OF-PAYER RECORD - THE PAYEE COUNT AND THE BOX 1
140300*     CONTROL TOTAL, THE OTHER TOTALS ZERO.
140400*----------------------------------------------------------------
140500 5700-WRITE-C.
140600     MOVE SPACES              TO IRS-C-RECORD.
140700     MOVE 'C'                 TO IRS-C-TYPE.
140800     MOVE WS-B-COUNT          TO IRS-C-PAYEE-CNT.
140900     MOVE WS-B-AMT            TO IRS-C-TOTAL-1.
141000     MOVE ZEROS               TO IRS-C-TOTAL-OTHER.
141100     ADD 1 TO WS-IRS-SEQ.
141200     MOVE WS-IRS-SEQ          TO IRS-C-SEQ.
141300     WRITE IRS-C-RECORD.
141400     PERFORM 5900-CHECK-IRS-WRITE THRU 5900-EXIT.
141500 5700-EXIT.
141600     EXIT.
141700
141800*----------------------------------------------------------------
141900* 5800-WRITE-F
142000*     THE END-OF-TRANSMISSION RECORD - ONE PAYER RECORD SENT.
142100*----------------------------------------------------------------
142200 5800-WRITE-F.
142300     MOVE SPACES              TO IRS-F-RECORD.
142400     MOVE 'F'                 TO IRS-F-TYPE.
142500     MOVE 1                   TO IRS-F-A-CNT.
142600     MOVE ZEROS               TO IRS-F-ZEROS.
142700     ADD 1 TO WS-IRS-SEQ.
142800     MOVE WS-IRS-SEQ          TO IRS-F-SEQ.
142900     WRITE IRS-F-RECORD.
143000     PERFORM 5900-CHECK-IRS-WRITE THRU 5900-EXIT.
143100 5800-EXIT.
143200     EXIT.
143300
143400*----------------------------------------------------------------
143500* 5900-CHECK-IRS-WRITE
143600*     A FAILED WRITE TO THE FILING FILE ABENDS THE RUN - NOTHING
143700*     HAS BEEN RECORDED AS FILED YET, SO IT IS SIMPLY RERUN.
143800*----------------------------------------------------------------
143900 5900-CHECK-IRS-WRITE.
144000     IF NOT IRS-STATUS-OK
144100         DISPLAY 'PROG32 IRSOUT WRITE FAILED STATUS='
144200             WS-IRS-STATUS ' SEQ=' WS-IRS-SEQ
144300         MOVE 16 TO RETURN-CODE
144400         STOP RUN
144500     END-IF.
144600 5900-EXIT.
144700     EXIT.
144710
144720*----------------------------------------------------------------
144730* 5950-CHECK-BALANCE
144740*     THE INTEREST ATTRIBUTED TO TAXPAYERS MUST AGREE WITH THE
144750*     YEAR'S TOTAL ON TAXINTF, AND THE RETURNS WRITTEN WITH THE
144760*     RETURNS MARKED FOR THE FILE.  IF EITHER DOES NOT, RC=8 -
144770*     THE FILE IS NOT TO BE SENT AND NOTHING IS RECORDED AS
144780*     FILED.
144790*----------------------------------------------------------------
144800 5950-CHECK-BALANCE.
144810     IF WS-ATTR-AMT NOT = WS-TAXI-AMT
144820      OR WS-B-COUNT NOT = WS-FILE-COUNT
144830         MOVE 'N' TO WS-BALANCE-SW
144840         MOVE 8 TO RETURN-CODE
144850     END-IF.
144860 5950-EXIT.
144870     EXIT.
144880
144900*----------------------------------------------------------------
145000* 6000-COMMIT-ONE
145100*     ONE TAXINTF RECORD OF THE FINAL PASS, RUN ONLY ONCE THE
145200*     FILING FILE IS CLOSED - A TAXPAYER MARKED FOR THIS FILE IS
145300*     RECORDED AS FILED WITH THE AMOUNT AND NAME JUST SENT.
145400*----------------------------------------------------------------
145500 6000-COMMIT-ONE.
145600     IF NOT TXI-IN-THIS-FILE
145700         GO TO 6000-NEXT.
145800     IF TXI-NOT-FILED
145900         MOVE WS-RUN-DATE TO TXI-FIRST-DATE
146000     ELSE
146100         ADD 1 TO TXI-CORR-CNT
146200     END-IF.
146300     MOVE 'F'         TO TXI-STATUS.
146400     MOVE TXI-CUR-AMT TO TXI-FILED-AMT.
146500     MOVE TXI-NAME    TO TXI-FILED-NAME.
146600     MOVE WS-RUN-DATE TO TXI-FILED-DATE.
146700     MOVE 'N'         TO TXI-PEND-SW.
146800     PERFORM 7500-REWRITE-TAXI THRU 7500-EXIT.
146900     ADD 1 TO WS-COMMIT-COUNT.
147000 6000-NEXT.
147100     PERFORM 2050-READ-TAXI-NEXT THRU 2050-EXIT.
147200 6000-EXIT.
147300     EXIT.
147400
147500*----------------------------------------------------------------
147600* 7500-REWRITE-TAXI
147700*     REWRITES THE TAXINTF RECORD IN HAND.  A FAILURE ABENDS THE
147800*     RUN.
147900*----------------------------------------------------------------
148000 7500-REWRITE-TAXI.
148100     REWRITE TXI-RECORD.
148200     IF NOT TAXI-STATUS-OK
148300         DISPLAY 'PROG32 TAXINTF REWRITE FAILED STATUS='
148400             WS-TAXI-STATUS ' KEY=' TXI-KEY
148500         MOVE 16 TO RETURN-CODE
148600         STOP RUN
148700     END-IF.
148800 7500-EXIT.
148900     EXIT.
149000
149100*----------------------------------------------------------------
149200* 7800-WRITE-FORM-LINE
149300*     WRITES WS-FORM-LINE TO THE RECIPIENT COPIES, COUNTS IT
149400*     AND CLEARS IT FOR THE NEXT.  A FAILED WRITE ABENDS THE
149500*     RUN.
149600*----------------------------------------------------------------
149700 7800-WRITE-FORM-LINE.
149800     WRITE FORM-RECORD FROM WS-FORM-LINE.
149900     IF NOT FORM-STATUS-OK
150000         DISPLAY 'PROG32 FORMOUT WRITE FAILED STATUS='
150100             WS-FORM-STATUS
150200         MOVE 16 TO RETURN-CODE
150300         STOP RUN
150400     END-IF.
150500     ADD 1 TO WS-FORM-LINE-CNT.
150600     MOVE SPACES TO WS-FORM-LINE.
150700 7800-EXIT.
150800     EXIT.
150900
151000*----------------------------------------------------------------
151100* 7900-WRITE-LINE
151200*     WRITES WS-PRINT-LINE.  A FAILED WRITE ABENDS THE RUN - A
151300*     SILENTLY SHORT REPORT IS WORSE THAN STOPPING THE JOB.
151400*----------------------------------------------------------------
151500 7900-WRITE-LINE.
151600     WRITE RPT-RECORD FROM WS-PRINT-LINE.
151700     IF NOT RPT-STATUS-OK
151800         DISPLAY 'PROG32 RPTOUT WRITE FAILED STATUS='
151900             WS-RPT-STATUS
152000         MOVE 16 TO RETURN-CODE
152100         STOP RUN
152200     END-IF.
152300     MOVE SPACES TO WS-PRINT-LINE.
152400 7900-EXIT.
152500     EXIT.
152600
152700*----------------------------------------------------------------
152800* 9000-TERMINATE
152900*     PRINTS THE CONTROL TOTALS, CLOSES THE FILES AND REPORTS
153000*     THE COUNTS.  A RUN 5950-CHECK-BALANCE FOUND OUT OF
153100*     BALANCE (RC=8) IS FLAGGED ON THE REPORT AND THE CONSOLE -
153200*     THE FILE IS NOT TO BE SENT AND TAXINTF WAS LEFT UNFILED.
153300*     ANYTHING LISTED FOR ACTION LEAVES RC=4.
153400*----------------------------------------------------------------
153500 9000-TERMINATE.
153600     MOVE SPACES TO WS-PRINT-LINE.
153700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
153800     MOVE 'CONTROL TOTALS' TO WS-PRINT-LINE.
153900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
154000     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
154100     MOVE 'ACCOUNTS READ'                  TO WS-TL-LABEL.
154200     MOVE WS-ACCTS-READ TO WS-TL-COUNT.
154300     MOVE ZERO          TO WS-TL-AMT.
154400     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
154500     MOVE 'ACCOUNTS WITH INTEREST FOR THE YEAR' TO WS-TL-LABEL.
154600     MOVE WS-INT-COUNT  TO WS-TL-COUNT.
154700     MOVE WS-INT-AMT    TO WS-TL-AMT.
154800     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
154900     MOVE '  ATTRIBUTED TO A TAX ID'        TO WS-TL-LABEL.
155000     MOVE WS-ATTR-COUNT TO WS-TL-COUNT.
155100     MOVE WS-ATTR-AMT   TO WS-TL-AMT.
155200     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
155300     MOVE '  NOT ATTRIBUTED (PART 1)'       TO WS-TL-LABEL.
155400     MOVE WS-UNATTR-COUNT TO WS-TL-COUNT.
155500     MOVE WS-UNATTR-AMT   TO WS-TL-AMT.
155600     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
155700     MOVE 'REVERSALS NOT NETTED (PART 1)'   TO WS-TL-LABEL.
155800     MOVE WS-NOTNET-COUNT TO WS-TL-COUNT.
155900     MOVE WS-NOTNET-AMT   TO WS-TL-AMT.
156000     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
156100     MOVE 'TAXPAYERS ON TAXINTF FOR THE YEAR' TO WS-TL-LABEL.
156200     MOVE WS-PAYEE-COUNT TO WS-TL-COUNT.
156300     MOVE WS-TAXI-AMT    TO WS-TL-AMT.
156400     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
156500     MOVE '  RETURNS IN THIS FILE'          TO WS-TL-LABEL.
156600     MOVE WS-B-COUNT     TO WS-TL-COUNT.
156700     MOVE WS-B-AMT       TO WS-TL-AMT.
156800     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
156900     MOVE '  UNDER THE REPORTING MINIMUM'   TO WS-TL-LABEL.
157000     MOVE WS-UNDER-COUNT TO WS-TL-COUNT.
157100     MOVE WS-UNDER-AMT   TO WS-TL-AMT.
157200     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
157300     MOVE '  FILED EARLIER AND UNCHANGED'   TO WS-TL-LABEL.
157400     MOVE WS-SAME-COUNT  TO WS-TL-COUNT.
157500     MOVE ZERO           TO WS-TL-AMT.
157600     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
157700     MOVE '  NEEDING ACTION (PART 2)'       TO WS-TL-LABEL.
157800     MOVE WS-ACTION-COUNT TO WS-TL-COUNT.
157900     MOVE ZERO            TO WS-TL-AMT.
158000     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
158100     MOVE 'ADDRESSES TO CORRECT ON CUSTMST' TO WS-TL-LABEL.
158200     MOVE WS-ADDR-COUNT  TO WS-TL-COUNT.
158300     MOVE ZERO           TO WS-TL-AMT.
158400     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
158500     MOVE 'TAX IDS ON MORE THAN ONE CUSTOMER' TO WS-TL-LABEL.
158600     MOVE WS-MULTI-COUNT TO WS-TL-COUNT.
158700     MOVE ZERO           TO WS-TL-AMT.
158800     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
158900     IF NOT WS-IN-BALANCE
159100         MOVE SPACES TO WS-PRINT-LINE
159200         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
159300         STRING '  *** OUT OF BALANCE - ATTRIBUTED INTEREST '
159400                 DELIMITED BY SIZE
159500             'DOES NOT AGREE WITH TAXINTF - DO NOT SEND THE '
159600                 DELIMITED BY SIZE
159700             'FILE ***' DELIMITED BY SIZE
159800             INTO WS-PRINT-LINE
159900         END-STRING
160000         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
160100         STRING '  *** TAXINTF NOT UPDATED - THE RETURNS IN THIS '
160110                 DELIMITED BY SIZE
160120             'FILE ARE LEFT UNFILED ***' DELIMITED BY SIZE
160130             INTO WS-PRINT-LINE
160140         END-STRING
160150         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
160200     END-IF.
160210     IF WS-C1-TEST = 'T'
160220         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
160230         STRING '  *** IRS TEST FILE - TAXINTF NOT UPDATED - THE '
160240                 DELIMITED BY SIZE
160250             'RETURNS IN THIS FILE ARE LEFT UNFILED ***'
160260                 DELIMITED BY SIZE
160270             INTO WS-PRINT-LINE
160280         END-STRING
160290         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
160295     END-IF.
160300     CLOSE ACCT-FILE
160400           HIST-FILE
160500           CUST-FILE
160600           TAXI-FILE
160700           RPT-FILE.
160800     MOVE WS-B-COUNT TO WS-COUNT-DISP.
160900     STRING 'PROG32 TAX YEAR ' DELIMITED BY SIZE
161000             WS-TAX-YEAR DELIMITED BY SIZE
161100             ' ' DELIMITED BY SIZE
161200             WS-RUN-TYPE-DESC DELIMITED BY SPACE
161300             ' RETURNS FILED: ' DELIMITED BY SIZE
161400             WS-COUNT-DISP DELIMITED BY SIZE
161500             INTO WS-CONSOLE-MSG
161600     END-STRING.
161700     DISPLAY WS-CONSOLE-MSG.
161800     MOVE SPACES TO WS-CONSOLE-MSG.
161900     MOVE WS-UNATTR-COUNT TO WS-COUNT-DISP.
162000     STRING 'PROG32 ACCOUNTS NOT ATTRIBUTED: ' DELIMITED BY SIZE
162100             WS-COUNT-DISP DELIMITED BY SIZE
162200             INTO WS-CONSOLE-MSG
162300     END-STRING.
162400     DISPLAY WS-CONSOLE-MSG.
162500     MOVE SPACES TO WS-CONSOLE-MSG.
162600     MOVE WS-ACTION-COUNT TO WS-COUNT-DISP.
162700     STRING 'PROG32 TAXPAYERS NEEDING ACTION: ' DELIMITED BY SIZE
162800             WS-COUNT-DISP DELIMITED BY SIZE
162900             INTO WS-CONSOLE-MSG
163000     END-STRING.
163100     DISPLAY WS-CONSOLE-MSG.
163110     IF NOT WS-IN-BALANCE
163120         DISPLAY 'PROG32 OUT OF BALANCE - TAXINTF LEFT UNFILED, '
163130             'DO NOT SEND THE FILE'
163140     END-IF.
163150     IF WS-C1-TEST = 'T'
163160         DISPLAY 'PROG32 IRS TEST FILE - TAXINTF NOT UPDATED, '
163170             'RETURNS LEFT UNFILED'
163180     END-IF.
163200 9000-EXIT.
163300     EXIT.
163400
163500*----------------------------------------------------------------
163600* 9100-PRINT-TOTAL
163700*     ONE CONTROL TOTAL LINE FROM WS-TOT-LINE.
163800*----------------------------------------------------------------
163900 9100-PRINT-TOTAL.
164000     MOVE WS-TOT-LINE TO WS-PRINT-LINE.
164100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
164200 9100-EXIT.
164300     EXIT.
