002037*                  BUSINESS DATE, SO NOTHING MATURES INTO A
002038*                  WINDOW NOBODY STAFFS.  A DATE NOT ON THE
002039*                  CALENDAR HOLDS AS KEYED.
002039* 2026-10-15 JXM   UNCOLLECTED-FUNDS HOLDS (SEE HOLDREC).  AN
002039*                  APPROVED 'DEP' NOW PLACES A HOLD FOR THE
002039*                  DEPOSITED AMOUNT THROUGH THE WS-HOLD-BUS-DAYS
002039*                  BUSINESS DAY ON THE CALENDF CALENDAR - THE
002039*                  DOLLARS POST TO THE LEDGER BALANCE AS BEFORE
002039*                  BUT 2200/2300 NOW DECIDE AGAINST THE BALANCE
002039*                  LESS ACCT-HOLD-AMT AND REFER A SHORTFALL
002039*                  CAUSED ONLY BY HOLDS AS '0051'.  BULK INTAKE
002039*                  CREDITS ('BLKI' - PAYROLL, ALREADY COLLECTED)
002039*                  ARE NOT HELD.  'INQ' SHOWS THE HELD TOTAL.
002039*                  ADDED 'HLD' (PLACE A HOLD BY HAND, RELEASE
002039*                  DATE IN THE EFFECTIVE DATE FIELD) AND 'HRL'
002039*                  (LIFT ONE EARLY) - SEE 2550/2560.  A REVERSED
002039*                  'DEP' TAKES ITS DEPOSIT HOLD WITH IT.  THE
002039*                  NIGHTLY PROG21 STEP RELEASES MATURED HOLDS.
002039*                  'HLD'/'HRL' MUST BE ADDED TO FUNCODF THROUGH
002039*                  PROG7; A TELLERF LIMIT ON 'HRL' ROUTES AN
002039*                  EARLY LIFT TO A SUPERVISOR OVERRIDE.
002039* 2026-10-15 JXM   DORMANT ACCOUNTS (ACCT-DORMANT, SET BY THE
002039*                  PERIODIC PROG22 RUN).  A WITHDRAWAL OR A
002039*                  TRANSFER OUT OF A DORMANT ACCOUNT IS NO LONGER
002039*                  APPROVED - IT IS REFERRED '0052' FOR A
002039*                  SUPERVISOR TO REACTIVATE THE ACCOUNT FIRST.
002039*                  ADDED 'RAC' (SEE 2570) - PUTS A DORMANT
002039*                  ACCOUNT BACK TO OPEN AND STAMPS TODAY AS ITS
002039*                  LAST ACTIVITY; PROG1 ROUTES EVERY 'RAC' TO A
002039*                  SUPERVISOR OVERRIDE, AND A 'RAC' FROM A
002039*                  NON-TERMINAL SOURCE IS REFUSED.  'INQ' SHOWS
002039*                  THE DORMANT STATUS.  'RAC' MUST BE ADDED TO
002039*                  FUNCODF THROUGH PROG7.
002039* 2026-10-15 JXM   'REV' NOW ALSO REVERSES AN 'INT' INTEREST
002039*                  CREDIT (POSTED BY THE MONTH-END PROG19 RUN) -
002039*                  TAKEN BACK OUT OF THE ACCOUNT LIKE A REVERSED
002039*                  DEPOSIT, WITH NO HOLD TO LIFT.  A 'REV'
002039*                  TRANHIST RECORD NOW CARRIES THE FUNCTION IT
002039*                  REVERSES AND THE ORIGINAL'S YEAR, SO THE
002039*                  YEAR-END PROG32 1099-INT RUN CAN NET INTEREST
002039*                  REVERSED IN THE YEAR IT WAS PAID.
002039* 2026-10-15 JXM   'CIQ' NOW FINDS THE CUSTOMER'S ACCOUNTS ON THE
002039*                  RELF RELATIONSHIP FILE (SEE RELREC) INSTEAD OF
002039*                  THE FROZEN CUSTMST ACCOUNT LIST, SO A JOINT
002039*                  OWNER OR TRUSTEE SEES EVERY ACCOUNT THEY HOLD
002039*                  AND THE EIGHT-ACCOUNT CEILING IS GONE.  A
002039*                  POWER-OF-ATTORNEY LINK IS NOT COUNTED.
002039* 2026-10-15 JXM   'CLS' NO LONGER NEEDS A ZERO BALANCE.  THE
002039*                  CLOSING FEE IN FORCE TODAY ON FEESCHF (SEE
002039*                  FEEREC) IS TAKEN AT THE CLOSE AS A 'FEE'
002039*                  DEBIT - TRANHIST, AND AUDITF UNDER THE 'FEEC'
002039*                  TERMINAL SLOT - UNLESS THE BALANCE MEETS THE
002039*                  SCHEDULE'S WAIVER BALANCE, AND WHAT IS LEFT
002039*                  IS PAID OUT AS THE CLOSE'S OWN AMOUNT (A 'CLS'
002039*                  DEBIT, RETURNED IN COM-TRAN-AMT FOR THE TRAIL).
002039*                  A BALANCE SHORT OF THE FEE, STANDING HOLDS, OR
002039*                  A PAYOUT FROM A DORMANT ACCOUNT STOP THE CLOSE
002039*                  (SEE 2500-2530).
002039* 2026-10-15 JXM   A 'REV' OF AN 'INT' NO LONGER STAMPS
002039*                  ACCT-LAST-TRAN-DATE - INTEREST IS NOT CUSTOMER
002039*                  ACTIVITY (SEE PROG19), SO TAKING IT BACK MUST
002039*                  NOT RESET THE DORMANCY CLOCK.  'CIQ' NOW
002039*                  REJECTS '0099' ON A RELF ERROR INSTEAD OF
002039*                  ANSWERING WITH NO ACCOUNTS.
002039* 2026-10-15 JXM   'HLD' AND 'HRL' ARE REFUSED '0053' FROM THE MQ
002039*                  BRIDGE, BULK INTAKE AND STANDING INSTRUCTIONS
002039*                  ('HRL' NOW NEEDS A PROG1 SUPERVISOR OVERRIDE),
002039*                  AS 'RAC' IS - NOW ALSO FROM 'STIN'.  2550-2570
002039*                  MOVED AHEAD OF 2700 IN PARAGRAPH ORDER.
002040*================================================================
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PROG2.
003740* BUILT BY 2200 FROM ACCT-WDL-ACCUM PLUS COM-TRAN-AMT.
003750*----------------------------------------------------------------
003760 01  WS-WDL-DAY-TOTAL        PIC S9(09)V99 COMP-3.
003761
003761*----------------------------------------------------------------
003761* A DEPOSIT IS HELD THROUGH THIS MANY BUSINESS DAYS AFTER THE
003761* DAY IT IS TAKEN (BUSINESS DAYS PER THE CALENDF CALENDAR) -
003761* THE NIGHTLY PROG21 STEP OF THE LAST ONE RELEASES IT.
003761*----------------------------------------------------------------
003762 01  WS-HOLD-BUS-DAYS        PIC S9(4) COMP VALUE +2.
003762
003762*----------------------------------------------------------------
003762* WHAT A WITHDRAWAL OR TRANSFER MAY TAKE - THE LEDGER BALANCE
003762* LESS THE STANDING HOLDS (ACCT-HOLD-AMT).
003762*----------------------------------------------------------------
003762 01  WS-FREE-BAL             PIC S9(11)V99 COMP-3.
003763
003763*----------------------------------------------------------------
003763* HOLD RECORD WRITTEN TO / DELETED FROM HOLDF - SEE 2150-2180.
003763*----------------------------------------------------------------
003763 COPY HOLDREC.
003763
003763*----------------------------------------------------------------
003764* WORK FIELDS FOR THE HOLDF I-O - THE RELEASE DATE BEING SET,
003764* THE CALENDF BROWSE THAT COUNTS BUSINESS DAYS FORWARD TO IT,
003764* THE SEARCH ARGUMENTS AND BROWSE KEY FOR FINDING ONE HOLD,
003764* AND THE KEY OF THE HOLD FOUND.  A BLANK SEARCH ARGUMENT
003764* MATCHES ANYTHING.
003764*----------------------------------------------------------------
003764 01  WS-HLD-RESP             PIC S9(9) COMP.
003765 01  WS-HLD-DONE-SW          PIC X(01).
003765 01  WS-HLD-WRITTEN-SW       PIC X(01).
003765    88  WS-HLD-WRITTEN          VALUE 'Y'.
003765 01  WS-HLD-REL-DATE         PIC X(08).
003765 01  WS-HLD-NEW-TYPE         PIC X(01).
003765 01  WS-HLD-DAY-CNT          PIC S9(4) COMP.
003766 01  WS-CALB-RESP            PIC S9(9) COMP.
003766 01  WS-CALB-KEY             PIC X(08).
003766 01  WS-CALB-DONE-SW         PIC X(01).
003766    88  WS-CALB-DONE            VALUE 'Y'.
003766 01  WS-HLD-MATCH-AMT        PIC S9(09)V99 COMP-3.
003766 01  WS-HLD-MATCH-REL        PIC X(08).
003766 01  WS-HLD-MATCH-PLACED     PIC X(08).
003767 01  WS-HLD-MATCH-TYPE       PIC X(01).
003767 01  WS-HLD-BRS-KEY.
003767    05  WS-HB-ACCT           PIC X(10).
003767    05  WS-HB-REST           PIC X(19).
003767 01  WS-HLD-LIFT-KEY         PIC X(29).
003767 01  WS-HLD-LIFT-AMT         PIC S9(09)V99 COMP-3.
003767 01  WS-HLD-FOUND-SW         PIC X(01).
003768    88  WS-HLD-FOUND            VALUE 'Y'.
003768 01  WS-HLD-SCAN-DONE-SW     PIC X(01).
003768    88  WS-HLD-SCAN-DONE        VALUE 'Y'.
003768
003768*----------------------------------------------------------------
003768* 'INQ' REPLY LINE WHEN HOLDS ARE STANDING - THE LEDGER BALANCE
003768* AND THE HELD TOTAL IN THE 40 BYTES OF COM-RESP-MSG.  BUILT
003769* LIKE WS-CIQ-MSG BY MOVING THE DATA FIELDS ALONE.
003769*----------------------------------------------------------------
003769 01  WS-INQ-HOLD-MSG.
003769    05  FILLER               PIC X(04) VALUE 'BAL:'.
003769    05  WS-IH-BAL            PIC -ZZZ,ZZZ,ZZ9.99.
003769    05  FILLER               PIC X(06) VALUE ' HELD:'.
003769    05  WS-IH-HELD           PIC -ZZZ,ZZZ,ZZ9.99.
003770
003771*----------------------------------------------------------------
003772* PENDING TRANSACTION RECORD WRITTEN TO PENDF WHEN THE
003816 01  WS-HST-SIDE-ACCT        PIC X(10).
003817 01  WS-HST-OTHER            PIC X(10).
003818 01  WS-HST-DRCR             PIC X(02).
003818*    A SIDE POSTED UNDER ANOTHER FUNCTION THAN FIELD (THE CLOSING
003818*    FEE) SETS THESE TOO; SPACES MEANS FIELD AND COM-TRAN-AMT.
003818 01  WS-HST-FIELD            PIC X(03) VALUE SPACES.
003818 01  WS-HST-AMT              PIC S9(09)V99 COMP-3.
003819
003820*----------------------------------------------------------------
003821* AUDIT TRAIL RECORD - BROWSED BY THE 'REV' REVERSAL PATH TO
003822* FIND THE ORIGINAL TRANSACTION.  THE AUDIT WRITERS (PROG1/
003823* PROG4/PROG8/PROG9/PROG12) OWN THE TRANSACTION'S OWN RECORD;
003824* THE ONLY WRITE HERE IS A CLOSING FEE'S 'FEE' RECORD (2530).
003825*----------------------------------------------------------------
003826 COPY AUDITREC.
003827
003841    88  WS-REV-FOUND            VALUE 'Y'.
003842 01  WS-REV-DONE-SW          PIC X(01).
003843    88  WS-REV-DONE             VALUE 'Y'.
003843
003843*----------------------------------------------------------------
003843* WORK FIELDS FOR THE CLOSING FEE'S AUDITF WRITE.
003843*----------------------------------------------------------------
003843 01  WS-AUDW-RESP            PIC S9(9) COMP.
003843 01  WS-AUDW-DONE-SW         PIC X(01).
003843
003843*----------------------------------------------------------------
003843* FEE SCHEDULE RECORD - BROWSED (NEVER UPDATED) BY THE 'CLS'
003843* PATH FOR THE CLOSING FEE IN FORCE TODAY.
003843*----------------------------------------------------------------
003843 COPY FEEREC.
003843
003843*----------------------------------------------------------------
003843* WORK FIELDS FOR THE CLOSE - THE FEESCHF BROWSE KEY, THE 'CLS'
003843* RECORD IN FORCE TODAY (IF ANY), THE FEE ACTUALLY TAKEN (ZERO
003843* WHEN WAIVED OR NONE IS IN FORCE) AND THE BALANCE LEFT TO PAY
003843* OUT.
003843*----------------------------------------------------------------
003843 01  WS-FEE-RESP             PIC S9(9) COMP.
003843 01  WS-FEE-BRS-KEY.
003843    05  WS-FB-TYPE           PIC X(03).
003843    05  WS-FB-EFF-DATE       PIC X(08).
003843 01  WS-FEE-DONE-SW          PIC X(01).
003843    88  WS-FEE-DONE             VALUE 'Y'.
003843 01  WS-CLS-FOUND-SW         PIC X(01).
003843    88  WS-CLS-FOUND            VALUE 'Y'.
003843 01  WS-CLS-FEE-AMT          PIC S9(09)V99 COMP-3.
003843 01  WS-CLS-WAIVE-BAL        PIC S9(09)V99 COMP-3.
003843 01  WS-CLS-DESC             PIC X(30).
003843 01  WS-CLS-CHARGE           PIC S9(09)V99 COMP-3.
003843 01  WS-CLS-PAYOUT           PIC S9(09)V99 COMP-3.
003844
003845*----------------------------------------------------------------
003846* CUSTOMER MASTER RECORD - READ (NEVER REWRITTEN) BY THE 'CIQ'
003848*----------------------------------------------------------------
003849 COPY CUSTREC.
003850
003850*----------------------------------------------------------------
003850* CUSTOMER-ACCOUNT LINK RECORD - BROWSED (NEVER UPDATED) BY THE
003850* 'CIQ' CUSTOMER INQUIRY PATH.
003850*----------------------------------------------------------------
003850 COPY RELREC.
003850
003851*----------------------------------------------------------------
003852* WORK FIELDS FOR THE 'CIQ' CUSTOMER INQUIRY - THE CUSTMST READ,
003853* THE BROWSE OF THE CUSTOMER'S RELF LINKS, AND THE 40-BYTE
003854* REPLY LINE BUILT FOR COM-RESP-MSG.  THE LITERAL FILLERS ARE
003855* NEVER OVERWRITTEN, SO THE LINE IS BUILT BY MOVING THE DATA
003856* FIELDS ALONE.
003857*----------------------------------------------------------------
003858 01  WS-CUST-RESP            PIC S9(9) COMP.
003859 01  WS-REL-RESP             PIC S9(9) COMP.
003859 01  WS-REL-BRS-KEY.
003859    05  WS-RB-TYPE           PIC X(01).
003859    05  WS-RB-KEY-1          PIC X(10).
003859    05  WS-RB-KEY-2          PIC X(10).
003859 01  WS-REL-DONE-SW          PIC X(01).
003859    88  WS-REL-DONE             VALUE 'Y'.
003860 01  WS-CIQ-ACCT-CNT         PIC 9(03).
003861 01  WS-CIQ-TOT-BAL          PIC S9(11)V99 COMP-3.
003862 01  WS-CIQ-MSG.
003863    05  WS-CIQ-NAME          PIC X(10).
003864    05  FILLER               PIC X(01) VALUE SPACE.
003865    05  WS-CIQ-CNT           PIC ZZ9.
003866    05  FILLER               PIC X(11) VALUE ' ACCTS BAL:'.
003867    05  WS-CIQ-BAL           PIC -ZZZ,ZZZ,ZZ9.99.
003868
005030*     SPOT WHATEVER THEIR DATE, AND 'REV', WHOSE EFFECTIVE DATE
005031*     NAMES THE ORIGINAL'S TRAIL DATE - A MIS-KEYED FUTURE DATE
005032*     FINDS NOTHING ON THE TRAIL AND IS REJECTED BY 2800, NEVER
005034*     HELD AS MONEY MOVEMENT.  'HLD'/'HRL' ARE DECIDED ON THE
005036*     SPOT TOO - THEIR EFFECTIVE DATE IS THE HOLD'S RELEASE
005038*     DATE, NOT A DATE TO ACT ON.  SO IS 'RAC' - A REACTIVATION
005039*     IS A SUPERVISOR'S DECISION AT THE COUNTER, NOT SOMETHING TO
005039*     RUN UNATTENDED LATER.  PROG8 RE-LINKS THE WAREHOUSED
005040*     TRANSACTION ON ITS EFFECTIVE DATE, WHEN THE DATE TEST NO
005050*     LONGER HOLDS IT.
005100*----------------------------------------------------------------
005300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005310     IF FIELD NOT = 'INQ' AND FIELD NOT = 'CIQ'
005315      AND FIELD NOT = 'REV'
005317      AND FIELD NOT = 'HLD' AND FIELD NOT = 'HRL'
005319      AND FIELD NOT = 'RAC'
005320      AND COM-EFF-DATE NUMERIC
005330      AND COM-EFF-DATE > WS-TODAY-DATE
005340         PERFORM 2600-WAREHOUSE THRU 2600-EXIT
006220             PERFORM 2450-PROCESS-CUST-INQ THRU 2450-EXIT
006300         WHEN 'CLS'
006400             PERFORM 2500-PROCESS-CLOSE THRU 2500-EXIT
006402         WHEN 'HLD'
006404             PERFORM 2550-PROCESS-HOLD THRU 2550-EXIT
006406         WHEN 'HRL'
006408             PERFORM 2560-PROCESS-HOLD-LIFT THRU 2560-EXIT
006409         WHEN 'RAC'
006409             PERFORM 2570-PROCESS-REACTIVATE THRU 2570-EXIT
006410         WHEN 'OPN'
006420             PERFORM 2700-PROCESS-OPEN THRU 2700-EXIT
006430         WHEN 'REV'
008030*     READS THE COM-ACCT-NO ACCOUNT FROM ACCTMST FOR UPDATE.
008040*     AN ACCOUNT NOT ON FILE - OR ANY OTHER NON-NORMAL RESP -
008050*     SETS THE REJECT STATUS; THE CALLER CHECKS COM-RESP-CODE
008055*     STILL SPACES BEFORE GOING ON.  A RECORD WRITTEN BEFORE
008060*     ACCT-HOLD-AMT EXISTED CARRIES SPACES THERE - TAKEN AS NO
008065*     HOLD.
008070*----------------------------------------------------------------
008080 2050-READ-ACCT-UPDATE.
008090     EXEC CICS READ
008104             MOVE 'REJECTED - ACCOUNT FILE ERROR'
008105                 TO COM-RESP-MSG
008106         END-IF
008106     END-IF.
008106     IF WS-ACCT-RESP = DFHRESP(NORMAL)
008106      AND ACCT-HOLD-AMT NOT NUMERIC
008106         MOVE ZERO TO ACCT-HOLD-AMT
008107     END-IF.
008108 2050-EXIT.
008109     EXIT.
008193             MOVE 'REJECTED - ACCOUNT FILE ERROR'
008194                 TO COM-RESP-MSG
008195         END-IF
008195     END-IF.
008195     IF WS-ACCT-RESP = DFHRESP(NORMAL)
008195      AND ACCT-HOLD-AMT NOT NUMERIC
008195         MOVE ZERO TO ACCT-HOLD-AMT
008196     END-IF.
008197 2055-EXIT.
008198     EXIT.
008513* 2075-POST-HIST
008514*     WRITES ONE TRANHIST RECORD FOR THE SIDE JUST POSTED TO THE
008515*     MASTER.  THE CALLER SETS WS-HST-SIDE-ACCT / WS-HST-OTHER /
008516*     WS-HST-DRCR (AND WS-HST-FIELD / WS-HST-AMT FOR A SIDE
008516*     POSTED UNDER ANOTHER FUNCTION THAN FIELD) AND PERFORMS
008516*     THIS WITH ACCT-RECORD STILL HOLDING THE ACCOUNT AS
008517*     REWRITTEN, SO HST-BAL-AFTER IS THE BALANCE THE POSTING
008518*     LEFT BEHIND.  RECOVERABLE LIKE THE MASTER ITSELF - A
008519*     TRANSFER BACKOUT TAKES THE DEBIT SIDE'S HISTORY RECORD
008520*     WITH IT.
008521*----------------------------------------------------------------
008522 2075-POST-HIST.
008523     MOVE SPACES TO HIST-RECORD.
008527     MOVE FIELD            TO HST-FIELD.
008528     MOVE WS-HST-DRCR      TO HST-DR-CR.
008529     MOVE COM-TRAN-AMT     TO HST-TRAN-AMT.
008529     IF WS-HST-FIELD NOT = SPACES
008529         MOVE WS-HST-FIELD     TO HST-FIELD
008529         MOVE WS-HST-AMT       TO HST-TRAN-AMT
008529     END-IF.
008530     MOVE ACCT-AVAIL-BAL   TO HST-BAL-AFTER.
008531     MOVE WS-HST-OTHER     TO HST-OTHER-ACCT-NO.
008532     MOVE COM-TERM-ID      TO HST-TERM-ID.
008533     MOVE WS-TODAY-TIME    TO HST-TIME.
008533     IF FIELD = 'REV'
008533         MOVE WS-ORIG-FUNC     TO HST-REV-FUNC
008533         MOVE WS-ORIG-KEY (1:4) TO HST-REV-ORIG-YEAR
008533     END-IF.
008534     MOVE 'N' TO WS-HST-DONE-SW.
008535     PERFORM 2076-WRITE-HIST THRU 2076-EXIT
008536         UNTIL WS-HST-DONE-SW = 'Y'.
008600*     A DEPOSIT MUST NAME AN OPEN ACCOUNT ON THE MASTER - THE
008610*     APPROVED AMOUNT IS POSTED TO THE AVAILABLE BALANCE AND
008620*     THE RECORD REWRITTEN BEFORE THE APPROVAL IS REPORTED.
008621*     THE DEPOSITED DOLLARS ARE HELD (HOLDF, ACCT-HOLD-AMT)
008622*     THROUGH THE WS-HOLD-BUS-DAYS BUSINESS DAY - THEY COUNT IN
008623*     THE LEDGER BALANCE AT ONCE BUT CANNOT LEAVE BY 2200/2300
008624*     UNTIL PROG21 RELEASES THEM.  BULK INTAKE CREDITS ('BLKI')
008625*     ARE COLLECTED PAYROLL FUNDS AND ARE NOT HELD.  A HOLD THAT
008626*     CANNOT BE WRITTEN DOES NOT STOP THE DEPOSIT - IT POSTS
008627*     UNHELD AND THE FAILURE GOES TO THE CONSOLE.
008630*----------------------------------------------------------------
008640 2100-PROCESS-DEPOSIT.
008650     IF COM-TRAN-AMT NOT > ZERO
008850     IF COM-RESP-CODE NOT = SPACES
008860         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
008870         GO TO 2100-EXIT.
008871     MOVE 'N' TO WS-HLD-WRITTEN-SW.
008872     IF COM-TERM-ID NOT = 'BLKI'
008873         PERFORM 2150-SET-HOLD-DATE THRU 2150-EXIT
008874         MOVE 'D' TO WS-HLD-NEW-TYPE
008875         PERFORM 2160-WRITE-HOLD THRU 2160-EXIT
008876     END-IF.
008877     IF WS-HLD-WRITTEN
008878         ADD COM-TRAN-AMT TO ACCT-HOLD-AMT
008879     END-IF.
008880     MOVE WS-TODAY-DATE TO ACCT-LAST-TRAN-DATE.
008890     PERFORM 2060-REWRITE-ACCT THRU 2060-EXIT.
008891*    A HOLD ALREADY ON HOLDF FOR A DEPOSIT THE MASTER DID NOT
008892*    TAKE IS BACKED OUT WITH THE REST OF THE UNIT OF WORK.
008893     IF COM-RESP-CODE NOT = SPACES
008894      AND WS-HLD-WRITTEN
008895         PERFORM 2090-BACKOUT-TRANSFER THRU 2090-EXIT
008896     END-IF.
008900     IF COM-RESP-CODE NOT = SPACES
008910         GO TO 2100-EXIT.
008920     MOVE COM-ACCT-NO TO WS-HST-SIDE-ACCT.
008940     MOVE 'CR'        TO WS-HST-DRCR.
008950     PERFORM 2075-POST-HIST THRU 2075-EXIT.
008960     MOVE '0000' TO COM-RESP-CODE.
008962     IF WS-HLD-WRITTEN
008964         STRING 'DEPOSIT APPROVED - HELD THRU ' DELIMITED BY SIZE
008966             WS-HLD-REL-DATE DELIMITED BY SIZE
008968             INTO COM-RESP-MSG
008970         END-STRING
008972     ELSE
008974         MOVE 'DEPOSIT APPROVED' TO COM-RESP-MSG
008976     END-IF.
008980 2100-EXIT.
008990     EXIT.
009000
009002*----------------------------------------------------------------
009004* 2150-SET-HOLD-DATE
009006*     SETS WS-HLD-REL-DATE TO THE WS-HOLD-BUS-DAYS BUSINESS DAY
009008*     AFTER TODAY BY BROWSING CALENDF FORWARD FROM TODAY AND
009010*     COUNTING THE DAYS IT MARKS AS BUSINESS DAYS.  THE
009012*     CALENDAR CARRIES NO DATE ARITHMETIC OF ITS OWN, SO THE
009014*     BROWSE IS HOW THE COUNT IS MADE.  WHERE THE CALENDAR RUNS
009016*     OUT FIRST THE HOLD STANDS THROUGH THE LAST BUSINESS DAY
009018*     FOUND - OR THROUGH TODAY, IF NONE - RATHER THAN NEVER
009020*     RELEASING.
009022*----------------------------------------------------------------
009024 2150-SET-HOLD-DATE.
009026     MOVE WS-TODAY-DATE TO WS-HLD-REL-DATE.
009028     MOVE ZERO TO WS-HLD-DAY-CNT.
009030     MOVE 'N' TO WS-CALB-DONE-SW.
009032     MOVE WS-TODAY-DATE TO WS-CALB-KEY.
009034     EXEC CICS STARTBR
009036          FILE('CALENDF')
009038          RIDFLD(WS-CALB-KEY)
009040          GTEQ
009042          RESP(WS-CALB-RESP)
009044     END-EXEC.
009046     IF WS-CALB-RESP NOT = DFHRESP(NORMAL)
009048         GO TO 2150-EXIT.
009050     PERFORM 2155-SCAN-CAL THRU 2155-EXIT
009052         UNTIL WS-CALB-DONE.
009054     EXEC CICS ENDBR
009056          FILE('CALENDF')
009058          RESP(WS-CALB-RESP)
009060     END-EXEC.
009062 2150-EXIT.
009064     EXIT.
009066
009068*----------------------------------------------------------------
009070* 2155-SCAN-CAL
009072*     ONE READNEXT OF THE CALENDAR BROWSE - COUNTS A BUSINESS
009074*     DAY PAST TODAY AND STOPS AT THE WS-HOLD-BUS-DAYS ONE, OR
009076*     AT THE END OF THE CALENDAR.
009078*----------------------------------------------------------------
009080 2155-SCAN-CAL.
009082     EXEC CICS READNEXT
009084          FILE('CALENDF')
009086          INTO(CAL-RECORD)
009088          RIDFLD(WS-CALB-KEY)
009090          RESP(WS-CALB-RESP)
009092     END-EXEC.
009094     IF WS-CALB-RESP NOT = DFHRESP(NORMAL)
009096         MOVE 'Y' TO WS-CALB-DONE-SW
009098         GO TO 2155-EXIT.
009100     IF CAL-DATE > WS-TODAY-DATE
009102      AND CAL-BUSINESS-DAY
009104         ADD 1 TO WS-HLD-DAY-CNT
009106         MOVE CAL-DATE TO WS-HLD-REL-DATE
009108         IF WS-HLD-DAY-CNT NOT < WS-HOLD-BUS-DAYS
009110             MOVE 'Y' TO WS-CALB-DONE-SW
009112         END-IF
009114     END-IF.
009116 2155-EXIT.
009118     EXIT.
009120
009122*----------------------------------------------------------------
009124* 2160-WRITE-HOLD
009126*     WRITES A HOLD FOR COM-TRAN-AMT ON COM-ACCT-NO THROUGH
009128*     WS-HLD-REL-DATE, OF THE TYPE IN WS-HLD-NEW-TYPE.  A
009130*     DUPLICATE KEY BUMPS THE SEQUENCE AND TRIES AGAIN, AS 2650
009132*     DOES FOR PENDF; WS-HLD-WRITTEN TELLS THE CALLER WHETHER
009134*     THE HOLD IS ON FILE.  THE CALLER ADJUSTS ACCT-HOLD-AMT.
009136*----------------------------------------------------------------
009138 2160-WRITE-HOLD.
009140     MOVE SPACES TO HOLD-RECORD.
009142     MOVE COM-ACCT-NO       TO HLD-ACCT-NO.
009144     MOVE WS-HLD-REL-DATE   TO HLD-REL-DATE.
009146     MOVE EIBTASKN          TO HLD-TASK-NO.
009148     MOVE 1                 TO HLD-SEQ.
009150     MOVE WS-HLD-NEW-TYPE   TO HLD-TYPE.
009152     MOVE COM-TRAN-AMT      TO HLD-AMT.
009154     MOVE WS-TODAY-DATE     TO HLD-PLACED-DATE.
009156     MOVE COM-TERM-ID       TO HLD-TERM-ID.
009158     MOVE 'N' TO WS-HLD-WRITTEN-SW.
009160     MOVE 'N' TO WS-HLD-DONE-SW.
009162     PERFORM 2165-WRITE-HOLD-ONE THRU 2165-EXIT
009164         UNTIL WS-HLD-DONE-SW = 'Y'.
009166 2160-EXIT.
009168     EXIT.
009170
009172*----------------------------------------------------------------
009174* 2165-WRITE-HOLD-ONE
009176*     ONE WRITE ATTEMPT FOR 2160.
009178*----------------------------------------------------------------
009180 2165-WRITE-HOLD-ONE.
009182     EXEC CICS WRITE
009184          FILE('HOLDF')
009186          FROM(HOLD-RECORD)
009188          RIDFLD(HOLD-KEY)
009190          KEYLENGTH(LENGTH OF HOLD-KEY)
009192          LENGTH(LENGTH OF HOLD-RECORD)
009194          RESP(WS-HLD-RESP)
009196     END-EXEC.
009198     IF WS-HLD-RESP = DFHRESP(NORMAL)
009200         MOVE 'Y' TO WS-HLD-DONE-SW
009202         MOVE 'Y' TO WS-HLD-WRITTEN-SW
009204         GO TO 2165-EXIT.
009206     IF WS-HLD-RESP = DFHRESP(DUPREC)
009208      AND HLD-SEQ < 9999
009210         ADD 1 TO HLD-SEQ
009212         GO TO 2165-EXIT.
009214     MOVE 'Y' TO WS-HLD-DONE-SW.
009216     DISPLAY 'PROG2 HOLD WRITE FAILED RESP=' WS-HLD-RESP
009218         ' ACCT=' COM-ACCT-NO.
009220 2165-EXIT.
009222     EXIT.
009224
009226*----------------------------------------------------------------
009228* 2170-FIND-HOLD
009230*     BROWSES COM-ACCT-NO'S HOLDS FOR ONE OF WS-HLD-MATCH-AMT
009232*     THAT ALSO MATCHES THE RELEASE DATE, PLACED DATE AND TYPE
009234*     ARGUMENTS THE CALLER FILLED IN (SPACES MATCH ANY).  THE
009236*     FIRST MATCH WINS - ITS KEY IS SAVED IN WS-HLD-LIFT-KEY AND
009238*     ITS AMOUNT IN WS-HLD-LIFT-AMT FOR 2180.  RUN BEFORE THE
009240*     ACCOUNT IS READ FOR UPDATE, SO NO BROWSE IS OPEN WHILE
009242*     THE MASTER RECORD IS HELD.
009244*----------------------------------------------------------------
009246 2170-FIND-HOLD.
009248     MOVE 'N' TO WS-HLD-FOUND-SW.
009250     MOVE 'N' TO WS-HLD-SCAN-DONE-SW.
009252     MOVE LOW-VALUES  TO WS-HLD-BRS-KEY.
009254     MOVE COM-ACCT-NO TO WS-HB-ACCT.
009256     EXEC CICS STARTBR
009258          FILE('HOLDF')
009260          RIDFLD(WS-HLD-BRS-KEY)
009262          GTEQ
009264          RESP(WS-HLD-RESP)
009266     END-EXEC.
009268     IF WS-HLD-RESP NOT = DFHRESP(NORMAL)
009270         GO TO 2170-EXIT.
009272     PERFORM 2175-SCAN-HOLD THRU 2175-EXIT
009274         UNTIL WS-HLD-SCAN-DONE.
009276     EXEC CICS ENDBR
009278          FILE('HOLDF')
009280          RESP(WS-HLD-RESP)
009282     END-EXEC.
009284 2170-EXIT.
009286     EXIT.
009288
009290*----------------------------------------------------------------
009292* 2175-SCAN-HOLD
009294*     ONE READNEXT OF THE HOLD BROWSE - STOPS ON END OF FILE, ON
009296*     THE FIRST RECORD FOR ANOTHER ACCOUNT, OR ON A MATCH.
009298*----------------------------------------------------------------
009300 2175-SCAN-HOLD.
009302     EXEC CICS READNEXT
009304          FILE('HOLDF')
009306          INTO(HOLD-RECORD)
009308          RIDFLD(WS-HLD-BRS-KEY)
009310          RESP(WS-HLD-RESP)
009312     END-EXEC.
009314     IF WS-HLD-RESP NOT = DFHRESP(NORMAL)
009316         MOVE 'Y' TO WS-HLD-SCAN-DONE-SW
009318         GO TO 2175-EXIT.
009320     IF HLD-ACCT-NO NOT = COM-ACCT-NO
009322         MOVE 'Y' TO WS-HLD-SCAN-DONE-SW
009324         GO TO 2175-EXIT.
009326     IF HLD-AMT = WS-HLD-MATCH-AMT
009328      AND (WS-HLD-MATCH-REL = SPACES
009330           OR HLD-REL-DATE = WS-HLD-MATCH-REL)
009332      AND (WS-HLD-MATCH-PLACED = SPACES
009334           OR HLD-PLACED-DATE = WS-HLD-MATCH-PLACED)
009336      AND (WS-HLD-MATCH-TYPE = SPACE
009338           OR HLD-TYPE = WS-HLD-MATCH-TYPE)
009340         MOVE HOLD-KEY TO WS-HLD-LIFT-KEY
009342         MOVE HLD-AMT  TO WS-HLD-LIFT-AMT
009344         SET WS-HLD-FOUND TO TRUE
009346         MOVE 'Y' TO WS-HLD-SCAN-DONE-SW
009348     END-IF.
009350 2175-EXIT.
009352     EXIT.
009354
009356*----------------------------------------------------------------
009358* 2180-LIFT-HOLD
009360*     DELETES THE HOLD 2170 FOUND AND TAKES ITS AMOUNT OFF
009362*     ACCT-HOLD-AMT IN THE RECORD THE CALLER HOLDS FOR UPDATE
009364*     (NEVER BELOW ZERO).  THE CALLER REWRITES.  A FAILED
009366*     DELETE LEAVES BOTH AS THEY WERE - WS-HLD-RESP SAYS WHY.
009368*----------------------------------------------------------------
009370 2180-LIFT-HOLD.
009372     EXEC CICS DELETE
009374          FILE('HOLDF')
009376          RIDFLD(WS-HLD-LIFT-KEY)
009378          RESP(WS-HLD-RESP)
009380     END-EXEC.
009382     IF WS-HLD-RESP NOT = DFHRESP(NORMAL)
009384         GO TO 2180-EXIT.
009386     IF WS-HLD-LIFT-AMT < ACCT-HOLD-AMT
009388         SUBTRACT WS-HLD-LIFT-AMT FROM ACCT-HOLD-AMT
009390     ELSE
009392         MOVE ZERO TO ACCT-HOLD-AMT
009394     END-IF.
009396 2180-EXIT.
009398     EXIT.
009400
009600*----------------------------------------------------------------
009700* 2200-PROCESS-WITHDRAWAL
009800*     A WITHDRAWAL MUST NAME AN OPEN ACCOUNT ON THE MASTER AND
009830*     AN APPROVAL IS POSTED BACK TO THE MASTER BEFORE IT IS
009840*     REPORTED - THE BRANCH TREATS THE APPROVED MESSAGE AS
009850*     AUTHORITATIVE, SO THE FILE HAS TO AGREE WITH IT.
009860*     DOLLARS UNDER AN UNCOLLECTED-FUNDS HOLD (ACCT-HOLD-AMT)
009870*     ARE IN THE BALANCE BUT MAY NOT LEAVE - A WITHDRAWAL THE
009880*     BALANCE COVERS BUT THE UNHELD BALANCE DOES NOT IS
009890*     REJECTED '0051' SO THE TELLER CAN TELL THE CUSTOMER WHY.
009900*     A DORMANT ACCOUNT (SEE PROG22) IS REFERRED '0052' BEFORE
009910*     ANY OF THAT - A SUPERVISOR MUST REACTIVATE IT ('RAC')
009920*     BEFORE MONEY MAY LEAVE IT.
010200*----------------------------------------------------------------
010300 2200-PROCESS-WITHDRAWAL.
010400     IF COM-TRAN-AMT NOT > ZERO
010780             TO COM-RESP-MSG
010790         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
010800         GO TO 2200-EXIT.
010801     IF ACCT-DORMANT
010802         MOVE '0052' TO COM-RESP-CODE
010803         MOVE 'WITHDRAWAL REFERRED - ACCOUNT DORMANT'
010804             TO COM-RESP-MSG
010805         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
010806         GO TO 2200-EXIT.
010810     IF ACCT-WDL-DATE NOT = WS-TODAY-DATE
010820         MOVE ZERO TO ACCT-WDL-ACCUM
010830         MOVE WS-TODAY-DATE TO ACCT-WDL-DATE
011260             TO COM-RESP-MSG
011270         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
011280         GO TO 2200-EXIT.
011281     COMPUTE WS-FREE-BAL = ACCT-AVAIL-BAL - ACCT-HOLD-AMT.
011282     IF COM-TRAN-AMT > WS-FREE-BAL
011283         MOVE '0051' TO COM-RESP-CODE
011284         MOVE 'WITHDRAWAL REJECTED - FUNDS ON HOLD'
011285             TO COM-RESP-MSG
011286         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
011287         GO TO 2200-EXIT.
011290     SUBTRACT COM-TRAN-AMT FROM ACCT-AVAIL-BAL.
011291     MOVE WS-WDL-DAY-TOTAL TO ACCT-WDL-ACCUM.
011300     MOVE WS-TODAY-DATE TO ACCT-LAST-TRAN-DATE.
012270*     SO THE MONEY EITHER MOVES COMPLETELY OR NOT AT ALL.  (THE
012280*     ROLLBACK ALSO BACKS OUT PROG1'S RESTART CHECKPOINT, WHICH
012290*     IS HARMLESS - PROG2 STILL RETURNS NORMALLY, SO PROG1 WOULD
012292*     HAVE CLEARED IT ANYWAY.)  HELD DOLLARS MAY NOT LEAVE BY
012294*     TRANSFER EITHER - SEE 2200.  THE CREDITED SIDE IS NOT
012296*     HELD; THE MONEY WAS ALREADY COLLECTED WHERE IT CAME FROM.
012297*     A DORMANT SOURCE ACCOUNT IS REFERRED '0052' AS 2200 DOES;
012298*     A DORMANT DESTINATION MAY STILL BE CREDITED.
012300*----------------------------------------------------------------
012400 2300-PROCESS-TRANSFER.
012500     IF COM-ACCT-NO = SPACES OR LOW-VALUES
012907             TO COM-RESP-MSG
012908         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
012909         GO TO 2300-EXIT.
012909     IF ACCT-DORMANT
012909         MOVE '0052' TO COM-RESP-CODE
012909         MOVE 'TRANSFER REFERRED - ACCOUNT DORMANT'
012909             TO COM-RESP-MSG
012909         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
012909         GO TO 2300-EXIT.
012910     IF COM-TRAN-AMT > ACCT-AVAIL-BAL
012911         MOVE '0050' TO COM-RESP-CODE
012912         MOVE 'TRANSFER REJECTED - INSUFFICIENT FUNDS'
012912             TO COM-RESP-MSG
012912         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
012912         GO TO 2300-EXIT.
012912     COMPUTE WS-FREE-BAL = ACCT-AVAIL-BAL - ACCT-HOLD-AMT.
012912     IF COM-TRAN-AMT > WS-FREE-BAL
012912         MOVE '0051' TO COM-RESP-CODE
012912         MOVE 'TRANSFER REJECTED - FUNDS ON HOLD'
012913             TO COM-RESP-MSG
012914         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
012915         GO TO 2300-EXIT.
013600*----------------------------------------------------------------
013700* 2400-PROCESS-INQUIRY
013710*     RETURNS THE ACCOUNT'S REAL AVAILABLE BALANCE OFF THE
013720*     MASTER IN COM-RESP-MSG.  AN OPEN ACCOUNT WITH HOLDS
013730*     STANDING ANSWERS WITH THE BALANCE AND THE HELD TOTAL.
013740*     A DORMANT ACCOUNT IS MARKED AS SUCH SO THE TELLER KNOWS
013750*     A WITHDRAWAL WILL BE REFERRED.
013800*----------------------------------------------------------------
013900 2400-PROCESS-INQUIRY.
013910     PERFORM 2055-READ-ACCT THRU 2055-EXIT.
013930         GO TO 2400-EXIT.
013940     MOVE ACCT-AVAIL-BAL TO WS-BAL-DISP.
014000     MOVE '0000' TO COM-RESP-CODE.
014001     IF ACCT-DORMANT
014002         STRING '(DORMANT) BALANCE: ' DELIMITED BY SIZE
014003             WS-BAL-DISP DELIMITED BY SIZE
014004             INTO COM-RESP-MSG
014005         END-STRING
014006         GO TO 2400-EXIT.
014010     IF ACCT-CLOSED
014020         STRING '(CLOSED) BALANCE: ' DELIMITED BY SIZE
014030             WS-BAL-DISP DELIMITED BY SIZE
014040             INTO COM-RESP-MSG
014050         END-STRING
014060     ELSE
014062         IF ACCT-HOLD-AMT > ZERO
014064             MOVE ACCT-AVAIL-BAL  TO WS-IH-BAL
014066             MOVE ACCT-HOLD-AMT   TO WS-IH-HELD
014068             MOVE WS-INQ-HOLD-MSG TO COM-RESP-MSG
014070         ELSE
014072             STRING 'ACCOUNT BALANCE: ' DELIMITED BY SIZE
014074                 WS-BAL-DISP DELIMITED BY SIZE
014076                 INTO COM-RESP-MSG
014078             END-STRING
014080         END-IF
014110     END-IF.
014200 2400-EXIT.
014300     EXIT.
014310
014311*----------------------------------------------------------------
014312* 2450-PROCESS-CUST-INQ
014314*     CUSTOMER-LEVEL INQUIRY - COM-ACCT-NO CARRIES A CUSTOMER
014316*     NUMBER, NOT AN ACCOUNT.  READS THE CUSTMST RECORD, BROWSES
014317*     THE CUSTOMER'S LINKS ON RELF (SEE RELREC) READING EACH
014319*     LINKED ACCTMST RECORD, AND ANSWERS WITH THE NAME, THE COUNT
014321*     OF ACCOUNTS FOUND, AND THE TOTAL OF THEIR AVAILABLE
014323*     BALANCES.  READ-ONLY, LIKE 2400 - NOTHING IS REWRITTEN.
014323*     A CUSTOMER WITH NO LINKS ANSWERS ZERO ACCOUNTS; ANY OTHER
014323*     RELF ERROR REJECTS THE INQUIRY RATHER THAN ANSWER THAT
014323*     THE CUSTOMER HOLDS NOTHING.
014324*----------------------------------------------------------------
014326 2450-PROCESS-CUST-INQ.
014328     PERFORM 2460-READ-CUST THRU 2460-EXIT.
014329     IF COM-RESP-CODE NOT = SPACES
014331         GO TO 2450-EXIT.
014333     MOVE ZERO TO WS-CIQ-ACCT-CNT.
014335     MOVE ZERO TO WS-CIQ-TOT-BAL.
014336     MOVE 'N' TO WS-REL-DONE-SW.
014338     MOVE LOW-VALUES  TO WS-REL-BRS-KEY.
014340     MOVE 'C'         TO WS-RB-TYPE.
014341     MOVE COM-ACCT-NO TO WS-RB-KEY-1.
014343     EXEC CICS STARTBR
014345          FILE('RELF')
014347          RIDFLD(WS-REL-BRS-KEY)
014348          GTEQ
014350          RESP(WS-REL-RESP)
014352     END-EXEC.
014353     IF WS-REL-RESP = DFHRESP(NOTFND)
014354         GO TO 2450-ANSWER.
014355     IF WS-REL-RESP NOT = DFHRESP(NORMAL)
014355         MOVE '0099' TO COM-RESP-CODE
014355         MOVE 'REJECTED - RELATIONSHIP FILE ERROR'
014355             TO COM-RESP-MSG
014356         GO TO 2450-EXIT.
014357     PERFORM 2470-SUM-ONE-ACCT THRU 2470-EXIT
014359         UNTIL WS-REL-DONE.
014360     EXEC CICS ENDBR
014362          FILE('RELF')
014364          RESP(WS-REL-RESP)
014365     END-EXEC.
014366     IF COM-RESP-CODE NOT = SPACES
014366         GO TO 2450-EXIT.
014367 2450-ANSWER.
014369     MOVE CUST-NAME       TO WS-CIQ-NAME.
014371     MOVE WS-CIQ-ACCT-CNT TO WS-CIQ-CNT.
014372     MOVE WS-CIQ-TOT-BAL  TO WS-CIQ-BAL.
014374     MOVE '0000' TO COM-RESP-CODE.
014376     MOVE WS-CIQ-MSG TO COM-RESP-MSG.
014378 2450-EXIT.
014379     EXIT.
014381
014383*----------------------------------------------------------------
014384* 2460-READ-CUST
014386*     READS THE COM-ACCT-NO CUSTOMER FROM CUSTMST.  A CUSTOMER
014388*     NOT ON FILE - OR ANY OTHER NON-NORMAL RESP - SETS THE
014390*     REJECT STATUS; THE CALLER CHECKS COM-RESP-CODE STILL
014391*     SPACES BEFORE GOING ON.
014393*----------------------------------------------------------------
014395 2460-READ-CUST.
014396     EXEC CICS READ
014398          FILE('CUSTMST')
014400          INTO(CUST-RECORD)
014402          RIDFLD(COM-ACCT-NO)
014403          RESP(WS-CUST-RESP)
014405     END-EXEC.
014407     IF WS-CUST-RESP = DFHRESP(NOTFND)
014408         MOVE '0070' TO COM-RESP-CODE
014410         MOVE 'REJECTED - CUSTOMER NOT ON FILE'
014412             TO COM-RESP-MSG
014414     ELSE
014415         IF WS-CUST-RESP NOT = DFHRESP(NORMAL)
014417             MOVE '0099' TO COM-RESP-CODE
014419             MOVE 'REJECTED - CUSTOMER FILE ERROR'
014420                 TO COM-RESP-MSG
014422         END-IF
014424     END-IF.
014426 2460-EXIT.
014427     EXIT.
014429
014431*----------------------------------------------------------------
014432* 2470-SUM-ONE-ACCT
014434*     ONE READNEXT OF THE CUSTOMER'S RELF LINKS - STOPS ON END OF
014436*     FILE OR THE FIRST RECORD FOR ANOTHER CUSTOMER; ANY OTHER
014436*     READNEXT ERROR STOPS IT WITH THE REJECT STATUS SET, FOR
014436*     THE CALLER TO END THE BROWSE AND GIVE UP.  ONLY AN
014438*     OWNER'S LINK (PRIMARY, JOINT OR TRUSTEE) COUNTS - A POWER
014439*     OF ATTORNEY ACTS ON THE ACCOUNT BUT DOES NOT HOLD IT.  A
014441*     LINKED ACCOUNT NO LONGER ON THE MASTER IS SKIPPED (AN
014443*     INQUIRY MUST NOT FAIL OUTRIGHT ON A STRAGGLER).  A FOUND
014445*     ACCOUNT IS COUNTED AND ITS AVAILABLE BALANCE FOLDED INTO
014446*     THE TOTAL, CLOSED OR NOT - THE CALLER ASKED WHAT THE
014448*     CUSTOMER HOLDS, NOT WHAT IS STILL OPEN.
014450*----------------------------------------------------------------
014451 2470-SUM-ONE-ACCT.
014453     EXEC CICS READNEXT
014455          FILE('RELF')
014457          INTO(REL-RECORD)
014458          RIDFLD(WS-REL-BRS-KEY)
014460          RESP(WS-REL-RESP)
014462     END-EXEC.
014463     IF WS-REL-RESP = DFHRESP(ENDFILE)
014464         MOVE 'Y' TO WS-REL-DONE-SW
014465         GO TO 2470-EXIT.
014466     IF WS-REL-RESP NOT = DFHRESP(NORMAL)
014466         MOVE '0099' TO COM-RESP-CODE
014466         MOVE 'REJECTED - RELATIONSHIP FILE ERROR'
014466             TO COM-RESP-MSG
014466         MOVE 'Y' TO WS-REL-DONE-SW
014467         GO TO 2470-EXIT.
014469     IF NOT REL-BY-CUST
014470      OR REL-KEY-1 NOT = COM-ACCT-NO
014472         MOVE 'Y' TO WS-REL-DONE-SW
014474         GO TO 2470-EXIT.
014475     IF NOT REL-OWNER-ROLE
014477         GO TO 2470-EXIT.
014479     EXEC CICS READ
014481          FILE('ACCTMST')
014482          INTO(ACCT-RECORD)
014484          RIDFLD(REL-ACCT-NO)
014486          RESP(WS-ACCT-RESP)
014487     END-EXEC.
014489     IF WS-ACCT-RESP NOT = DFHRESP(NORMAL)
014491         GO TO 2470-EXIT.
014493     ADD 1 TO WS-CIQ-ACCT-CNT.
014494     ADD ACCT-AVAIL-BAL TO WS-CIQ-TOT-BAL.
014496 2470-EXIT.
014498     EXIT.
014499
014500*----------------------------------------------------------------
014501* 2500-PROCESS-CLOSE
014502*     A CLOSE MUST NAME AN OPEN (OR DORMANT) ACCOUNT.  THE
014504*     CLOSING FEE IN FORCE TODAY (2510) IS TAKEN OUT OF THE
014505*     BALANCE - WAIVED, AS PROG30 WAIVES ITS FEES, WHEN THE
014507*     BALANCE IS AT OR ABOVE THE SCHEDULE'S WAIVER BALANCE - AND
014509*     WHAT IS LEFT IS PAID OUT AS THE CLOSE'S OWN AMOUNT,
014510*     RETURNED IN COM-TRAN-AMT SO THE 'CLS' TRAIL RECORD CARRIES
014512*     IT LIKE A WITHDRAWAL.  A BALANCE THAT DOES NOT COVER THE
014513*     FEE IS REJECTED '0043'; STANDING HOLDS ARE REJECTED '0051'
014515*     (THE HELD DOLLARS ARE NOT YET COLLECTED); A DORMANT ACCOUNT
014517*     WITH MONEY TO PAY OUT IS REFERRED '0052' AS 2200 REFERS A
014518*     WITHDRAWAL.  THE MASTER IS REWRITTEN CLOSED AT A ZERO
014520*     BALANCE, THEN THE FEE (A 'FEE' DEBIT ON TRANHIST AND AUDITF)
014522*     AND THE PAYOUT (A 'CLS' DEBIT ON TRANHIST) ARE POSTED.  A
014523*     FEE THAT CANNOT BE AUDITED BACKS THE WHOLE CLOSE OUT - THE
014525*     GL WOULD NEVER SEE IT.
014526*----------------------------------------------------------------
014528 2500-PROCESS-CLOSE.
014530     PERFORM 2510-FIND-CLS-FEE THRU 2510-EXIT.
014531     IF COM-RESP-CODE NOT = SPACES
014533         GO TO 2500-EXIT.
014535     PERFORM 2050-READ-ACCT-UPDATE THRU 2050-EXIT.
014536     IF COM-RESP-CODE NOT = SPACES
014538         GO TO 2500-EXIT.
014539     IF ACCT-CLOSED
014541         MOVE '0042' TO COM-RESP-CODE
014543         MOVE 'CLOSE REJECTED - ACCOUNT ALREADY CLOSED'
014544             TO COM-RESP-MSG
014546         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
014548         GO TO 2500-EXIT.
014549     MOVE ZERO TO WS-CLS-CHARGE.
014551     IF WS-CLS-FOUND
014552         MOVE WS-CLS-FEE-AMT TO WS-CLS-CHARGE
014554     END-IF.
014556     IF WS-CLS-FOUND
014557      AND WS-CLS-WAIVE-BAL > ZERO
014559      AND ACCT-AVAIL-BAL NOT < WS-CLS-WAIVE-BAL
014561         MOVE ZERO TO WS-CLS-CHARGE
014562     END-IF.
014564     IF ACCT-AVAIL-BAL < WS-CLS-CHARGE
014565         MOVE '0043' TO COM-RESP-CODE
014567         MOVE 'CLOSE REJECTED - BALANCE BELOW CLOSING FEE'
014569             TO COM-RESP-MSG
014570         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
014572         GO TO 2500-EXIT.
014574     IF ACCT-HOLD-AMT > ZERO
014575         MOVE '0051' TO COM-RESP-CODE
014577         MOVE 'CLOSE REJECTED - FUNDS ON HOLD'
014578             TO COM-RESP-MSG
014580         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
014582         GO TO 2500-EXIT.
014583     COMPUTE WS-CLS-PAYOUT = ACCT-AVAIL-BAL - WS-CLS-CHARGE.
014585     IF ACCT-DORMANT
014587      AND WS-CLS-PAYOUT > ZERO
014588         MOVE '0052' TO COM-RESP-CODE
014590         MOVE 'CLOSE REFERRED - ACCOUNT DORMANT'
014591             TO COM-RESP-MSG
014593         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
014595         GO TO 2500-EXIT.
014596     MOVE ZERO TO ACCT-AVAIL-BAL.
014598     SET ACCT-CLOSED TO TRUE.
014600     MOVE WS-TODAY-DATE TO ACCT-LAST-TRAN-DATE.
014601     PERFORM 2060-REWRITE-ACCT THRU 2060-EXIT.
014603     IF COM-RESP-CODE NOT = SPACES
014604         GO TO 2500-EXIT.
014606     IF WS-CLS-CHARGE = ZERO
014608         GO TO 2500-PAYOUT.
014609     PERFORM 2530-AUDIT-FEE THRU 2530-EXIT.
014611     IF COM-RESP-CODE NOT = SPACES
014613         PERFORM 2090-BACKOUT-TRANSFER THRU 2090-EXIT
014614         GO TO 2500-EXIT.
014616*    THE FEE CAME OFF FIRST - ITS HISTORY RECORD SHOWS THE
014617*    BALANCE LEFT TO PAY OUT, THE PAYOUT'S SHOWS ZERO.
014619     MOVE WS-CLS-PAYOUT  TO ACCT-AVAIL-BAL.
014621     MOVE COM-ACCT-NO    TO WS-HST-SIDE-ACCT.
014622     MOVE SPACES         TO WS-HST-OTHER.
014624     MOVE 'DR'           TO WS-HST-DRCR.
014626     MOVE 'FEE'          TO WS-HST-FIELD.
014627     MOVE WS-CLS-CHARGE  TO WS-HST-AMT.
014629     PERFORM 2075-POST-HIST THRU 2075-EXIT.
014630     MOVE SPACES         TO WS-HST-FIELD.
014632     MOVE ZERO           TO ACCT-AVAIL-BAL.
014634 2500-PAYOUT.
014635     MOVE WS-CLS-PAYOUT TO COM-TRAN-AMT.
014637     MOVE '0000' TO COM-RESP-CODE.
014639     IF WS-CLS-PAYOUT = ZERO
014640         MOVE 'ACCOUNT CLOSE REQUEST ACCEPTED' TO COM-RESP-MSG
014642         GO TO 2500-EXIT.
014643     MOVE COM-ACCT-NO    TO WS-HST-SIDE-ACCT.
014645     MOVE SPACES         TO WS-HST-OTHER.
014647     MOVE 'DR'           TO WS-HST-DRCR.
014648     PERFORM 2075-POST-HIST THRU 2075-EXIT.
014650     MOVE WS-CLS-PAYOUT TO WS-BAL-DISP.
014652     STRING 'ACCOUNT CLOSED - PAY OUT ' DELIMITED BY SIZE
014653         WS-BAL-DISP DELIMITED BY SIZE
014655         INTO COM-RESP-MSG
014656     END-STRING.
014658 2500-EXIT.
014660     EXIT.
014661
014663*----------------------------------------------------------------
014665* 2510-FIND-CLS-FEE
014666*     FINDS THE 'CLS' FEESCHF RECORD IN FORCE TODAY - THE ACTIVE
014668*     ONE WITH THE LATEST EFFECTIVE DATE ON OR BEFORE TODAY AND
014669*     NOT EXPIRED, THE SAME CHOICE PROG29 AND PROG30 MAKE - BY
014671*     BROWSING THE TYPE FORWARD FROM ITS FIRST RECORD.  NONE IN
014673*     FORCE MEANS NO FEE.  A FILE ERROR REJECTS THE CLOSE RATHER
014674*     THAN CLOSE IT UNCHARGED.
014676*----------------------------------------------------------------
014678 2510-FIND-CLS-FEE.
014679     MOVE 'N' TO WS-CLS-FOUND-SW.
014681     MOVE 'N' TO WS-FEE-DONE-SW.
014682     MOVE 'CLS'      TO WS-FB-TYPE.
014684     MOVE LOW-VALUES TO WS-FB-EFF-DATE.
014686     EXEC CICS STARTBR
014687          FILE('FEESCHF')
014689          RIDFLD(WS-FEE-BRS-KEY)
014691          GTEQ
014692          RESP(WS-FEE-RESP)
014694     END-EXEC.
014695     IF WS-FEE-RESP = DFHRESP(NOTFND)
014697         GO TO 2510-EXIT.
014699     IF WS-FEE-RESP NOT = DFHRESP(NORMAL)
014700         MOVE '0099' TO COM-RESP-CODE
014702         MOVE 'REJECTED - FEE SCHEDULE FILE ERROR'
014704             TO COM-RESP-MSG
014705         GO TO 2510-EXIT.
014707     PERFORM 2515-SCAN-FEE THRU 2515-EXIT
014708         UNTIL WS-FEE-DONE.
014710     EXEC CICS ENDBR
014712          FILE('FEESCHF')
014713     END-EXEC.
014715 2510-EXIT.
014717     EXIT.
014718
014720*----------------------------------------------------------------
014721* 2515-SCAN-FEE
014723*     ONE RECORD OF THE BROWSE - STOPS AT THE END OF THE TYPE OR
014725*     AT A DATE AFTER TODAY; KEEPS ANY RECORD IN FORCE.
014726*----------------------------------------------------------------
014728 2515-SCAN-FEE.
014730     EXEC CICS READNEXT
014731          FILE('FEESCHF')
014733          INTO(FEE-RECORD)
014734          RIDFLD(WS-FEE-BRS-KEY)
014736          RESP(WS-FEE-RESP)
014738     END-EXEC.
014739     IF WS-FEE-RESP NOT = DFHRESP(NORMAL)
014741      OR NOT FEE-CLOSING
014742      OR FEE-EFF-DATE > WS-TODAY-DATE
014744         MOVE 'Y' TO WS-FEE-DONE-SW
014746         GO TO 2515-EXIT.
014747     IF FEE-ACTIVE
014749      AND (FEE-EXP-DATE = SPACES
014751           OR FEE-EXP-DATE NOT < WS-TODAY-DATE)
014752         MOVE FEE-AMT       TO WS-CLS-FEE-AMT
014754         MOVE FEE-WAIVE-BAL TO WS-CLS-WAIVE-BAL
014755         MOVE FEE-DESC      TO WS-CLS-DESC
014757         MOVE 'Y' TO WS-CLS-FOUND-SW
014759     END-IF.
014760 2515-EXIT.
014762     EXIT.
014764
014765*----------------------------------------------------------------
014767* 2530-AUDIT-FEE
014768*     WRITES THE CLOSING FEE TO AUDITF THE WAY PROG30 AUDITS ITS
014770*     MONTH-END FEES - FUNCTION 'FEE', APPROVED '0000', THE
014772*     SCHEDULE'S DESCRIPTION AS THE MESSAGE - SO PROG11 FEEDS IT
014773*     TO THE GL AND PROG15 ROLLS IT INTO THE PROOF.  THE
014775*     TERMINAL SLOT CARRIES 'FEEC' (FEE AT CLOSE) AND THE KEY
014777*     THIS TASK'S NUMBER, SO IT NEVER MEETS THE TRANSACTION'S OWN
014778*     RECORD; A DUPLICATE (TWO CLOSES IN ONE SECOND OF A PROG4
014780*     SWEEP) BUMPS THE SEQUENCE.  ANY OTHER FAILURE SETS THE
014781*     REJECT STATUS FOR THE CALLER TO BACK OUT.
014783*----------------------------------------------------------------
014785 2530-AUDIT-FEE.
014786     MOVE WS-TODAY-DATE  TO AUD-DATE.
014788     MOVE WS-TODAY-TIME  TO AUD-TIME.
014790     MOVE 'FEEC'         TO AUD-TERM-ID.
014791     MOVE EIBTASKN       TO AUD-TASK-NO.
014793     MOVE 1              TO AUD-SEQ.
014794     MOVE ZERO           TO AUD-RESP.
014796     MOVE ZERO           TO AUD-RESP2.
014798     MOVE 'FEE'          TO AUD-FIELD.
014799     MOVE COM-ACCT-NO    TO AUD-ACCT-NO.
014801     MOVE SPACES         TO AUD-TO-ACCT-NO.
014803     MOVE WS-CLS-CHARGE  TO AUD-TRAN-AMT.
014804     MOVE WS-TODAY-DATE  TO AUD-EFF-DATE.
014806     MOVE '0000'         TO AUD-RESP-CODE.
014807     MOVE WS-CLS-DESC    TO AUD-RESP-MSG.
014809     MOVE SPACES         TO AUD-OPER-ID.
014811     MOVE SPACES         TO AUD-XREF-KEY.
014812     MOVE SPACES         TO AUD-REV-FUNC.
014814     MOVE SPACES         TO AUD-TELLER-ID.
014816     MOVE 'N' TO WS-AUDW-DONE-SW.
014817     PERFORM 2535-WRITE-AUDIT THRU 2535-EXIT
014819         UNTIL WS-AUDW-DONE-SW = 'Y'.
014820 2530-EXIT.
014822     EXIT.
014824
014825*----------------------------------------------------------------
014827* 2535-WRITE-AUDIT
014829*     ONE WRITE ATTEMPT - A DUPLICATE KEY BUMPS THE SEQUENCE AND
014830*     TRIES AGAIN.
014832*----------------------------------------------------------------
014833 2535-WRITE-AUDIT.
014835     EXEC CICS WRITE
014837          FILE('AUDITF')
014838          FROM(AUDIT-RECORD)
014840          RIDFLD(AUDIT-KEY)
014842          KEYLENGTH(LENGTH OF AUDIT-KEY)
014843          LENGTH(LENGTH OF AUDIT-RECORD)
014845          RESP(WS-AUDW-RESP)
014846     END-EXEC.
014848     IF WS-AUDW-RESP = DFHRESP(NORMAL)
014850         MOVE 'Y' TO WS-AUDW-DONE-SW
014851         GO TO 2535-EXIT.
014853     IF WS-AUDW-RESP = DFHRESP(DUPREC)
014855      AND AUD-SEQ < 9999
014856         ADD 1 TO AUD-SEQ
014858         GO TO 2535-EXIT.
014859     MOVE 'Y' TO WS-AUDW-DONE-SW.
014861     DISPLAY 'PROG2 FEE AUDIT WRITE FAILED RESP=' WS-AUDW-RESP.
014863     MOVE '0099' TO COM-RESP-CODE.
014864     MOVE 'CLOSE REJECTED - AUDIT FILE ERROR' TO COM-RESP-MSG.
014866 2535-EXIT.
014868     EXIT.
014869
014871*----------------------------------------------------------------
014872* 2550-PROCESS-HOLD
014874*     'HLD' - PLACES A HOLD BY HAND (AN ITEM THE BRANCH WANTS
014876*     KEPT BACK LONGER, OR ONE TAKEN OUTSIDE THE SYSTEM).  THE
014877*     EFFECTIVE DATE FIELD CARRIES THE DATE THE HOLD STANDS
014879*     THROUGH - ADJUSTED FORWARD TO A BUSINESS DAY AS 2600 DOES;
014881*     LEFT BLANK IT TAKES THE STANDARD DEPOSIT HOLD PERIOD.  THE
014882*     AMOUNT NEED NOT BE COVERED BY THE BALANCE.  NOT CUSTOMER
014884*     ACTIVITY - ACCT-LAST-TRAN-DATE IS LEFT ALONE.  A HOLD IS
014885*     A BRANCH DECISION - ONE ARRIVING FROM THE MQ BRIDGE, BULK
014887*     INTAKE OR A STANDING INSTRUCTION IS REFUSED '0053'.
014889*----------------------------------------------------------------
014890 2550-PROCESS-HOLD.
014892     IF COM-ACCT-NO = SPACES OR LOW-VALUES
014894         MOVE '0020' TO COM-RESP-CODE
014895         MOVE 'HOLD REJECTED - ACCOUNT NUMBER REQUIRED'
014897             TO COM-RESP-MSG
014898         GO TO 2550-EXIT.
014900     IF COM-TRAN-AMT NOT > ZERO
014902         MOVE '0030' TO COM-RESP-CODE
014903         MOVE 'HOLD REJECTED - INVALID AMOUNT'
014905             TO COM-RESP-MSG
014907         GO TO 2550-EXIT.
014908     IF COM-TERM-ID = 'MQIB' OR COM-TERM-ID = 'BLKI'
014910      OR COM-TERM-ID = 'STIN'
014911         MOVE '0053' TO COM-RESP-CODE
014913         MOVE 'HOLD REJECTED - BRANCH REQUEST ONLY'
014915             TO COM-RESP-MSG
014916         GO TO 2550-EXIT.
014918     IF COM-EFF-DATE NUMERIC
014920         IF COM-EFF-DATE < WS-TODAY-DATE
014921             MOVE '0024' TO COM-RESP-CODE
014923             MOVE 'HOLD REJECTED - RELEASE DATE IS PAST'
014924                 TO COM-RESP-MSG
014926             GO TO 2550-EXIT
014928         END-IF
014929         MOVE COM-EFF-DATE TO WS-HLD-REL-DATE
014931         EXEC CICS READ
014933              FILE('CALENDF')
014934              INTO(CAL-RECORD)
014936              RIDFLD(WS-HLD-REL-DATE)
014937              RESP(WS-CAL-RESP)
014939         END-EXEC
014941         IF WS-CAL-RESP = DFHRESP(NORMAL)
014942          AND NOT CAL-BUSINESS-DAY
014944          AND CAL-NEXT-BUS-DATE NUMERIC
014946             MOVE CAL-NEXT-BUS-DATE TO WS-HLD-REL-DATE
014947         END-IF
014949     ELSE
014950         PERFORM 2150-SET-HOLD-DATE THRU 2150-EXIT
014952     END-IF.
014954     PERFORM 2050-READ-ACCT-UPDATE THRU 2050-EXIT.
014955     IF COM-RESP-CODE NOT = SPACES
014957         GO TO 2550-EXIT.
014959     IF ACCT-CLOSED
014960         MOVE '0041' TO COM-RESP-CODE
014962         MOVE 'HOLD REJECTED - ACCOUNT CLOSED'
014963             TO COM-RESP-MSG
014965         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
014967         GO TO 2550-EXIT.
014968     ADD COM-TRAN-AMT TO ACCT-HOLD-AMT
014970         ON SIZE ERROR
014971             MOVE '0031' TO COM-RESP-CODE
014973             MOVE 'HOLD REJECTED - EXCEEDS BALANCE LIMIT'
014975                 TO COM-RESP-MSG
014976     END-ADD.
014978     IF COM-RESP-CODE NOT = SPACES
014980         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
014981         GO TO 2550-EXIT.
014983     MOVE 'M' TO WS-HLD-NEW-TYPE.
014984     PERFORM 2160-WRITE-HOLD THRU 2160-EXIT.
014986     IF NOT WS-HLD-WRITTEN
014988         MOVE '0099' TO COM-RESP-CODE
014989         MOVE 'REJECTED - HOLD FILE ERROR' TO COM-RESP-MSG
014991         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
014993         GO TO 2550-EXIT.
014994     PERFORM 2060-REWRITE-ACCT THRU 2060-EXIT.
014996     IF COM-RESP-CODE NOT = SPACES
014997         PERFORM 2090-BACKOUT-TRANSFER THRU 2090-EXIT
014999         GO TO 2550-EXIT.
015001     MOVE '0000' TO COM-RESP-CODE.
015002     STRING 'HOLD PLACED THRU ' DELIMITED BY SIZE
015004         WS-HLD-REL-DATE DELIMITED BY SIZE
015006         INTO COM-RESP-MSG
015007     END-STRING.
015009 2550-EXIT.
015010     EXIT.
015012
015014*----------------------------------------------------------------
015015* 2560-PROCESS-HOLD-LIFT
015017*     'HRL' - LIFTS ONE HOLD EARLY, E.G. WHEN THE BRANCH MANAGER
015019*     HAS THE ITEM CONFIRMED PAID.  THE OPERATOR KEYS THE
015020*     ACCOUNT AND THE HOLD'S EXACT AMOUNT, AND MAY KEY ITS
015022*     RELEASE DATE IN THE EFFECTIVE DATE FIELD TO SAY WHICH OF
015023*     TWO EQUAL HOLDS IS MEANT.  A CLOSED ACCOUNT'S HOLDS MAY
015025*     STILL BE LIFTED.  PROG1 SENDS EVERY 'HRL' THROUGH A
015027*     SUPERVISOR OVERRIDE, AS IT DOES 'RAC'; ONE ARRIVING FROM A
015028*     SOURCE WITH NO SUPERVISOR BEHIND IT (THE MQ BRIDGE, BULK
015030*     INTAKE, A STANDING INSTRUCTION) IS REFUSED '0053'.
015032*----------------------------------------------------------------
015033 2560-PROCESS-HOLD-LIFT.
015035     IF COM-ACCT-NO = SPACES OR LOW-VALUES
015036         MOVE '0020' TO COM-RESP-CODE
015038         MOVE 'HOLD LIFT REJECTED - ACCOUNT NUMBER REQD'
015040             TO COM-RESP-MSG
015041         GO TO 2560-EXIT.
015043     IF COM-TRAN-AMT NOT > ZERO
015045         MOVE '0030' TO COM-RESP-CODE
015046         MOVE 'HOLD LIFT REJECTED - INVALID AMOUNT'
015048             TO COM-RESP-MSG
015049         GO TO 2560-EXIT.
015051     IF COM-TERM-ID = 'MQIB' OR COM-TERM-ID = 'BLKI'
015053      OR COM-TERM-ID = 'STIN'
015054         MOVE '0053' TO COM-RESP-CODE
015056         MOVE 'HOLD LIFT REJECTED - SUPERVISOR REQUIRED'
015058             TO COM-RESP-MSG
015059         GO TO 2560-EXIT.
015061     MOVE COM-TRAN-AMT TO WS-HLD-MATCH-AMT.
015062     MOVE SPACES TO WS-HLD-MATCH-REL.
015064     IF COM-EFF-DATE NUMERIC
015066         MOVE COM-EFF-DATE TO WS-HLD-MATCH-REL
015067     END-IF.
015069     MOVE SPACES TO WS-HLD-MATCH-PLACED.
015071     MOVE SPACE  TO WS-HLD-MATCH-TYPE.
015072     PERFORM 2170-FIND-HOLD THRU 2170-EXIT.
015074     IF NOT WS-HLD-FOUND
015075         MOVE '0048' TO COM-RESP-CODE
015077         MOVE 'HOLD LIFT REJECTED - NO MATCHING HOLD'
015079             TO COM-RESP-MSG
015080         GO TO 2560-EXIT.
015082     PERFORM 2050-READ-ACCT-UPDATE THRU 2050-EXIT.
015084     IF COM-RESP-CODE NOT = SPACES
015085         GO TO 2560-EXIT.
015087     PERFORM 2180-LIFT-HOLD THRU 2180-EXIT.
015088     IF WS-HLD-RESP NOT = DFHRESP(NORMAL)
015090         MOVE '0099' TO COM-RESP-CODE
015092         MOVE 'REJECTED - HOLD FILE ERROR' TO COM-RESP-MSG
015093         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
015095         GO TO 2560-EXIT.
015097     PERFORM 2060-REWRITE-ACCT THRU 2060-EXIT.
015098     IF COM-RESP-CODE NOT = SPACES
015100         PERFORM 2090-BACKOUT-TRANSFER THRU 2090-EXIT
015101         GO TO 2560-EXIT.
015103     MOVE '0000' TO COM-RESP-CODE.
015105     MOVE 'HOLD LIFTED - FUNDS AVAILABLE' TO COM-RESP-MSG.
015106 2560-EXIT.
015108     EXIT.
015110
015111*----------------------------------------------------------------
015113* 2570-PROCESS-REACTIVATE
015114*     'RAC' - PUTS A DORMANT ACCOUNT BACK TO OPEN SO IT MAY BE
015116*     DRAWN ON AGAIN.  PROG1 SENDS EVERY 'RAC' THROUGH A
015118*     SUPERVISOR OVERRIDE, SO THE SUPERVISOR'S USERID IS ON THE
015119*     TRAIL RECORD AS THE DECIDER; A 'RAC' ARRIVING FROM A
015121*     SOURCE WITH NO SUPERVISOR BEHIND IT (THE MQ BRIDGE, BULK
015123*     INTAKE, A STANDING INSTRUCTION) IS REFUSED.  NO MONEY
015124*     MOVES, SO NO AMOUNT IS TAKEN.  THE REACTIVATION IS THE
015126*     CUSTOMER COMING BACK, SO TODAY BECOMES THE LAST ACTIVITY
015127*     DATE - OTHERWISE THE NEXT PROG22 RUN WOULD FLAG THE
015129*     ACCOUNT STRAIGHT BACK.
015131*----------------------------------------------------------------
015132 2570-PROCESS-REACTIVATE.
015134     IF COM-ACCT-NO = SPACES OR LOW-VALUES
015136         MOVE '0020' TO COM-RESP-CODE
015137         MOVE 'REACTIVATE REJECTED - ACCOUNT NUMBER REQD'
015139             TO COM-RESP-MSG
015140         GO TO 2570-EXIT.
015142     IF COM-TRAN-AMT NOT = ZERO
015144         MOVE '0030' TO COM-RESP-CODE
015145         MOVE 'REACTIVATE REJECTED - NO AMOUNT ALLOWED'
015147             TO COM-RESP-MSG
015149         GO TO 2570-EXIT.
015150     IF COM-TERM-ID = 'MQIB' OR COM-TERM-ID = 'BLKI'
015152      OR COM-TERM-ID = 'STIN'
015153         MOVE '0053' TO COM-RESP-CODE
015155         MOVE 'REACTIVATE REJECTED - SUPERVISOR REQUIRED'
015157             TO COM-RESP-MSG
015158         GO TO 2570-EXIT.
015160     PERFORM 2050-READ-ACCT-UPDATE THRU 2050-EXIT.
015162     IF COM-RESP-CODE NOT = SPACES
015163         GO TO 2570-EXIT.
015165     IF ACCT-CLOSED
015166         MOVE '0041' TO COM-RESP-CODE
015168         MOVE 'REACTIVATE REJECTED - ACCOUNT CLOSED'
015170             TO COM-RESP-MSG
015171         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
015173         GO TO 2570-EXIT.
015175     IF NOT ACCT-DORMANT
015176         MOVE '0049' TO COM-RESP-CODE
015178         MOVE 'REACTIVATE REJECTED - ACCOUNT NOT DORMANT'
015179             TO COM-RESP-MSG
015181         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
015183         GO TO 2570-EXIT.
015184     SET ACCT-OPEN TO TRUE.
015186     MOVE WS-TODAY-DATE TO ACCT-LAST-TRAN-DATE.
015188     PERFORM 2060-REWRITE-ACCT THRU 2060-EXIT.
015189     IF COM-RESP-CODE NOT = SPACES
015191         GO TO 2570-EXIT.
015192     MOVE '0000' TO COM-RESP-CODE.
015194     MOVE 'ACCOUNT REACTIVATED' TO COM-RESP-MSG.
015196 2570-EXIT.
015197     EXIT.
015199
015201*----------------------------------------------------------------
015202* 2700-PROCESS-OPEN
015203*     OPENS A NEW ACCOUNT THROUGH THE SYSTEM - THE KEYED NUMBER
015248*    THE RECORD CLEAR ARE NOT VALID PACKED DATA FOR THE ACCRUAL.
015249     MOVE ZERO          TO ACCT-INT-RATE.
015250     MOVE ZERO          TO ACCT-INT-ACCRUED.
015250     MOVE ZERO          TO ACCT-HOLD-AMT.
015251     EXEC CICS WRITE
015252          FILE('ACCTMST')
015253          FROM(ACCT-RECORD)
015277
015278*----------------------------------------------------------------
015279* 2800-PROCESS-REVERSAL
015280*     REVERSES AN APPROVED 'DEP', 'WDL' OR 'INT' (A MONTH-END
015280*     INTEREST CREDIT, TAKEN BACK OUT LIKE A DEPOSIT BUT WITH
015280*     NO DEPOSIT HOLD BEHIND IT).  THE OPERATOR KEYS
015281*     THE ACCOUNT, THE ORIGINAL'S TRAIL DATE (IN THE EFFECTIVE
015282*     DATE FIELD) AND THE EXACT AMOUNT; THE DAY'S TRAIL IS
015283*     BROWSED FOR AN APPROVED, NOT-YET-REVERSED MATCH.  THE
015286*     WITHDRAWAL REVERSAL ON THE SAME BUSINESS DAY GIVES THE
015287*     LIMIT HEADROOM BACK.  THE ORIGINAL'S KEY AND FUNCTION GO
015288*     BACK IN COM-XREF-KEY / COM-REV-FUNC FOR THE AUDIT WRITER
015289*     TO CROSS-REFERENCE BOTH TRAIL ENTRIES.  ONLY 'DEP', 'WDL'
015290*     AND 'INT' ORIGINALS MATCH - A TRANSFER IS REVERSED AS A
015291*     TRANSFER BACK, NOT THROUGH HERE.  A REVERSED DEPOSIT
015291*     STILL UNDER ITS DEPOSIT HOLD TAKES THE HOLD WITH IT - THE
015291*     DOLLARS IT KEPT BACK ARE NO LONGER THERE TO RELEASE.
015291*     A REVERSED 'INT' LEAVES ACCT-LAST-TRAN-DATE ALONE, AS
015291*     PROG19 DOES WHEN IT PAYS - IT IS NOT CUSTOMER ACTIVITY.
015292*----------------------------------------------------------------
015293 2800-PROCESS-REVERSAL.
015294     IF COM-ACCT-NO = SPACES OR LOW-VALUES
015309     PERFORM 2810-FIND-ORIGINAL THRU 2810-EXIT.
015310     IF COM-RESP-CODE NOT = SPACES
015311         GO TO 2800-EXIT.
015311     MOVE 'N' TO WS-HLD-FOUND-SW.
015311     IF WS-ORIG-FUNC = 'DEP'
015311         MOVE COM-TRAN-AMT TO WS-HLD-MATCH-AMT
015311         MOVE SPACES       TO WS-HLD-MATCH-REL
015311         MOVE COM-EFF-DATE TO WS-HLD-MATCH-PLACED
015311         MOVE 'D'          TO WS-HLD-MATCH-TYPE
015311         PERFORM 2170-FIND-HOLD THRU 2170-EXIT
015311     END-IF.
015312     PERFORM 2050-READ-ACCT-UPDATE THRU 2050-EXIT.
015313     IF COM-RESP-CODE NOT = SPACES
015314         GO TO 2800-EXIT.
015318             TO COM-RESP-MSG
015319         PERFORM 2070-RELEASE-ACCT THRU 2070-EXIT
015320         GO TO 2800-EXIT.
015321     IF WS-ORIG-FUNC = 'DEP' OR WS-ORIG-FUNC = 'INT'
015322         IF COM-TRAN-AMT > ACCT-AVAIL-BAL
015323             MOVE '0050' TO COM-RESP-CODE
015324             MOVE 'REVERSAL REJECTED - INSUFFICIENT FUNDS'
015327             GO TO 2800-EXIT
015328         END-IF
015329         SUBTRACT COM-TRAN-AMT FROM ACCT-AVAIL-BAL
015329*        A HOLD THAT CANNOT BE DELETED IS LEFT TO RUN OUT - IT
015329*        ONLY KEEPS DOLLARS BACK A LITTLE LONGER THAN NEEDED.
015329         IF WS-HLD-FOUND
015329             PERFORM 2180-LIFT-HOLD THRU 2180-EXIT
015329             IF WS-HLD-RESP NOT = DFHRESP(NORMAL)
015329                 DISPLAY 'PROG2 HOLD DELETE FAILED RESP='
015329                     WS-HLD-RESP ' ACCT=' COM-ACCT-NO
015329             END-IF
015329         END-IF
015330     ELSE
015331         ADD COM-TRAN-AMT TO ACCT-AVAIL-BAL
015332             ON SIZE ERROR
015349             END-IF
015350         END-IF
015351     END-IF.
015352     IF WS-ORIG-FUNC NOT = 'INT'
015352         MOVE WS-TODAY-DATE TO ACCT-LAST-TRAN-DATE
015352     END-IF.
015353     PERFORM 2060-REWRITE-ACCT THRU 2060-EXIT.
015354     IF COM-RESP-CODE NOT = SPACES
015355         GO TO 2800-EXIT.
015356     MOVE COM-ACCT-NO TO WS-HST-SIDE-ACCT.
015357     MOVE SPACES      TO WS-HST-OTHER.
015358     IF WS-ORIG-FUNC = 'DEP' OR WS-ORIG-FUNC = 'INT'
015359         MOVE 'DR' TO WS-HST-DRCR
015360     ELSE
015361         MOVE 'CR' TO WS-HST-DRCR
015364     MOVE WS-ORIG-KEY  TO COM-XREF-KEY.
015365     MOVE WS-ORIG-FUNC TO COM-REV-FUNC.
015366     MOVE '0000' TO COM-RESP-CODE.
015367     EVALUATE WS-ORIG-FUNC
015368         WHEN 'DEP'
015368             MOVE 'DEPOSIT REVERSED' TO COM-RESP-MSG
015369         WHEN 'INT'
015369             MOVE 'INTEREST REVERSED' TO COM-RESP-MSG
015370         WHEN OTHER
015370             MOVE 'WITHDRAWAL REVERSED' TO COM-RESP-MSG
015371     END-EVALUATE.
015372 2800-EXIT.
015373     EXIT.
015374
015376* 2810-FIND-ORIGINAL
015377*     BROWSES THE KEYED DATE'S AUDITF RECORDS FOR THE ORIGINAL
015378*     TRANSACTION - SAME ACCOUNT, SAME AMOUNT, APPROVED, A
015379*     'DEP', 'WDL' OR 'INT', AND NOT CROSS-REFERENCED BY AN
015380*     EARLIER REVERSAL.  THE FIRST MATCH WINS; ITS KEY AND
015381*     FUNCTION ARE SAVED FOR THE POSTING AND THE CROSS-
015382*     REFERENCE.  NO MATCH SETS THE REJECT STATUS.
015434      AND AUD-TRAN-AMT = COM-TRAN-AMT
015435      AND AUD-RESP-NORMAL
015436      AND AUD-RESP-CODE = '0000'
015437      AND (AUD-FIELD = 'DEP' OR AUD-FIELD = 'WDL'
015437        OR AUD-FIELD = 'INT')
015438      AND AUD-XREF-KEY = SPACES
015439         MOVE AUDIT-KEY TO WS-ORIG-KEY
015440         MOVE AUD-FIELD TO WS-ORIG-FUNC
