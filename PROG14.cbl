001700*     NO SECOND PASS OVER THE MASTER IS NEEDED.  AN ACCOUNT
001800*     WITH NO ACTIVITY IN THE MONTH CUTS NO STATEMENT.
001900*
001910*     EACH STATEMENT IS PRINTED ONCE FOR EVERY CUSTOMER LINKED
001920*     TO THE ACCOUNT ON RELF (SEE RELREC) WITH THE STATEMENT FLAG
001930*     SET - JOINT OWNERS, TRUSTEES AND ANY POWER OF ATTORNEY SO
001940*     FLAGGED EACH GET THEIR OWN COPY, ADDRESSED FROM CUSTMST AND
001950*     SHOWING THEIR ROLE ON THE ACCOUNT.  AN ACCOUNT NOBODY IS
001960*     SET TO RECEIVE A STATEMENT FOR STILL GETS ONE UNADDRESSED
001970*     COPY, AND IS NAMED ON THE CONSOLE (RC=4), SO ITS ACTIVITY
001980*     IS NEVER SILENTLY DROPPED.
001990*
002000*     RUN MONTHLY FROM PROG14X, AFTER THE LAST PROG5X WINDOW OF
002100*     THE MONTH HAS COMPLETED.
002200*
002300* INPUT.
002400*     SYSIN    - ONE CARD, THE STATEMENT MONTH (CCYYMM).  IF
002500*                BLANK, DEFAULTS TO THE MONTH BEFORE TODAY'S.
002600*     TRANHIST - THE VSAM HISTORY FILE, READ SEQUENTIALLY (AND
002620*                RE-READ FROM THE ACCOUNT'S FIRST POSTING FOR
002640*                EACH COPY AFTER THE FIRST).
002660*     RELF     - THE CUSTOMER-ACCOUNT LINKS, BROWSED BY ACCOUNT.
002680*     CUSTMST  - THE CUSTOMER MASTER, READ FOR EACH ADDRESSEE.
002700* OUTPUT.
002800*     STMTOUT  - THE PRINTED STATEMENTS.
002900*
003000* MAINTENANCE HISTORY.
003100* DATE       INIT  DESCRIPTION
003200* 2026-09-02 JXM   INITIAL VERSION.
003216* 2026-10-15 JXM   ONE COPY OF EACH STATEMENT PER CUSTOMER RELF
003232*                  SHOWS ENTITLED TO ONE, ADDRESSED FROM CUSTMST
003248*                  WITH THE CUSTOMER'S ROLE; ONE UNADDRESSED COPY
003264*                  (RC=4) WHEN NOBODY IS.  TRANHIST NOW DYNAMIC
003280*                  ACCESS SO EACH COPY CAN RE-READ THE POSTINGS.
003300*================================================================
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. PROG14.
004300 FILE-CONTROL.
004400     SELECT HIST-FILE ASSIGN TO TRANHIST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS HIST-KEY
004800         FILE STATUS IS WS-HIST-STATUS.
004809     SELECT REL-FILE ASSIGN TO RELF
004818         ORGANIZATION IS INDEXED
004827         ACCESS MODE IS DYNAMIC
004836         RECORD KEY IS REL-KEY
004845         FILE STATUS IS WS-REL-STATUS.
004854     SELECT CUST-FILE ASSIGN TO CUSTMST
004863         ORGANIZATION IS INDEXED
004872         ACCESS MODE IS RANDOM
004881         RECORD KEY IS CUST-KEY
004890         FILE STATUS IS WS-CUST-STATUS.
004900     SELECT PARM-FILE ASSIGN TO SYSIN
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-PARM-STATUS.
006100 FD  HIST-FILE.
006200 COPY HISTREC.
006300
006307*----------------------------------------------------------------
006315* RELF - THE CUSTOMER-ACCOUNT LINKS PROG13 MAINTAINS.  ONLY THE
006323* ACCOUNT-SIDE ('A') RECORDS ARE READ.
006330*----------------------------------------------------------------
006338 FD  REL-FILE.
006346 COPY RELREC.
006353
006361*----------------------------------------------------------------
006369* CUSTMST - NAME AND ADDRESS OF EACH STATEMENT ADDRESSEE.
006376*----------------------------------------------------------------
006384 FD  CUST-FILE.
006392 COPY CUSTREC.
006400*----------------------------------------------------------------
006500* SYSIN PARAMETER CARD - JUST THE STATEMENT MONTH.
006600*----------------------------------------------------------------
008800    88  STMT-STATUS-OK               VALUE '00'.
008900 01  WS-EOF-SW                PIC X(01) VALUE 'N'.
009000    88  END-OF-HIST-FILE             VALUE 'Y'.
009011 01  WS-REL-STATUS            PIC X(02) VALUE '00'.
009022    88  REL-STATUS-OK                VALUE '00'.
009033    88  REL-STATUS-EOF               VALUE '10'.
009044 01  WS-CUST-STATUS           PIC X(02) VALUE '00'.
009055    88  CUST-STATUS-OK               VALUE '00'.
009066    88  CUST-STATUS-NOTFND           VALUE '23'.
009077 01  WS-REL-END-SW            PIC X(01) VALUE 'N'.
009088    88  WS-REL-END                   VALUE 'Y'.
009100
009200*----------------------------------------------------------------
009300* STATEMENT MONTH - FROM SYSIN, OR THE MONTH BEFORE TODAY'S IF
011000    05  WS-REC-DD             PIC X(02).
011100
011200*----------------------------------------------------------------
011300* STATEMENT IN PROGRESS - THE ACCOUNT BEING CUT, THE KEY OF ITS
011400* FIRST POSTING IN THE MONTH (WHERE EACH FURTHER COPY RE-READS
011410* FROM), ITS DERIVED OPENING BALANCE, THE RUNNING CLOSING
011500* BALANCE, THE POSTING COUNT FOR THE FOOTER, THE COPIES CUT
011510* SO FAR, AND WHETHER THE COPY IN HAND IS ADDRESSED.
011600*----------------------------------------------------------------
011700 01  WS-CUR-ACCT              PIC X(10) VALUE LOW-VALUES.
011750 01  WS-FIRST-KEY             PIC X(22).
011800 01  WS-OPEN-BAL              PIC S9(09)V99 COMP-3.
011900 01  WS-CLOSE-BAL             PIC S9(09)V99 COMP-3.
012000 01  WS-POST-CNT              PIC 9(05) COMP-3.
012100 01  WS-STMT-CNT              PIC 9(07) COMP-3 VALUE 0.
012111 01  WS-ACCT-COPY-CNT         PIC 9(05) COMP-3.
012122 01  WS-COPY-TOT              PIC 9(07) COMP-3 VALUE 0.
012133 01  WS-UNADDR-CNT            PIC 9(07) COMP-3 VALUE 0.
012144 01  WS-ADDR-SW               PIC X(01).
012155    88  WS-ADDRESSED                 VALUE 'A'.
012166    88  WS-CUST-MISSING              VALUE 'N'.
012177    88  WS-UNADDRESSED               VALUE 'U'.
012188 01  WS-ROLE-TEXT             PIC X(17).
012200
012300*----------------------------------------------------------------
012400* PRINT LINE WORK AREAS.  THE LITERAL FILLERS IN THE DETAIL
014500    05  FILLER                PIC X(02) VALUE SPACES.
014600    05  WS-DL-OTHER           PIC X(10).
014700    05  FILLER                PIC X(64) VALUE SPACES.
014720 01  WS-ADDR-LINE.
014740    05  FILLER                PIC X(02) VALUE SPACES.
014760    05  WS-AL-TEXT            PIC X(30).
014780    05  FILLER                PIC X(100) VALUE SPACES.
014800
014900 PROCEDURE DIVISION.
015000*----------------------------------------------------------------
015100* 0000-MAIN-PARA
015200*     MAINLINE - READ-PROCESS LOOP OVER TRANHIST, ONE ACCOUNT'S
015300*     STATEMENT MONTH AT A TIME, THEN THE CONSOLE COUNTS.
015500*----------------------------------------------------------------
015600 0000-MAIN-PARA.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015800     PERFORM 3000-PROCESS-HIST THRU 3000-EXIT
015900         UNTIL END-OF-HIST-FILE.
016300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016400     STOP RUN.
016500
017200*----------------------------------------------------------------
017300 1000-INITIALIZE.
017400     OPEN INPUT  HIST-FILE
017500          PARM-FILE
017530          REL-FILE
017560          CUST-FILE.
017600     IF NOT HIST-STATUS-OK
017700         DISPLAY 'PROG14 TRANHIST OPEN FAILED STATUS='
017800             WS-HIST-STATUS
018500         MOVE 16 TO RETURN-CODE
018600         STOP RUN
018700     END-IF.
018707     IF NOT REL-STATUS-OK
018715         DISPLAY 'PROG14 RELF OPEN FAILED STATUS='
018723             WS-REL-STATUS
018730         MOVE 16 TO RETURN-CODE
018738         STOP RUN
018746     END-IF.
018753     IF NOT CUST-STATUS-OK
018761         DISPLAY 'PROG14 CUSTMST OPEN FAILED STATUS='
018769             WS-CUST-STATUS
018776         MOVE 16 TO RETURN-CODE
018784         STOP RUN
018792     END-IF.
018800     OPEN OUTPUT STMT-FILE.
018900     IF NOT STMT-STATUS-OK
019000         DISPLAY 'PROG14 STMTOUT OPEN FAILED STATUS='
022700*----------------------------------------------------------------
022800* 3000-PROCESS-HIST
022900*     ONE TRANHIST RECORD.  A RECORD OUTSIDE THE STATEMENT
023000*     MONTH IS PASSED OVER; THE FIRST RECORD OF AN ACCOUNT'S
023100*     MONTH CUTS THAT ACCOUNT'S STATEMENTS, WHICH READ ON PAST
023110*     THE REST OF ITS POSTINGS.
023200*----------------------------------------------------------------
023300 3000-PROCESS-HIST.
023400     MOVE HST-POST-DATE TO WS-REC-DATE.
023500     IF WS-REC-YYYYMM NOT = WS-STMT-MONTH
023600         PERFORM 2000-READ-HIST THRU 2000-EXIT
023700         GO TO 3000-EXIT.
023800     PERFORM 3100-CUT-ACCOUNT THRU 3100-EXIT.
024500 3000-EXIT.
024600     EXIT.
024700
024701*----------------------------------------------------------------
024719* 3100-CUT-ACCOUNT
024738*     THE MONTH'S FIRST POSTING FOR AN ACCOUNT IS IN HAND.  SAVES
024756*     ITS KEY, THEN BROWSES THE ACCOUNT'S LINKS ON RELF AND CUTS
024775*     ONE COPY FOR EACH CUSTOMER SET TO RECEIVE A STATEMENT.  IF
024793*     NOBODY IS, ONE UNADDRESSED COPY IS CUT AND THE ACCOUNT IS
024812*     NAMED ON THE CONSOLE.  THE LAST COPY LEAVES THE FIRST
024830*     RECORD PAST THE ACCOUNT'S MONTH IN HAND FOR 3000.
024849*----------------------------------------------------------------
024867 3100-CUT-ACCOUNT.
024886     MOVE HST-ACCT-NO TO WS-CUR-ACCT.
024905     MOVE HIST-KEY    TO WS-FIRST-KEY.
024923     MOVE ZERO        TO WS-ACCT-COPY-CNT.
024942     ADD 1 TO WS-STMT-CNT.
024960     MOVE 'N' TO WS-REL-END-SW.
024979     MOVE LOW-VALUES  TO REL-KEY.
024997     MOVE 'A'         TO REL-KEY-TYPE.
025016     MOVE WS-CUR-ACCT TO REL-KEY-1.
025034     START REL-FILE KEY IS NOT LESS THAN REL-KEY
025053         INVALID KEY
025072             MOVE 'Y' TO WS-REL-END-SW
025090     END-START.
025109     PERFORM 3200-NEXT-OWNER THRU 3200-EXIT
025127         UNTIL WS-REL-END.
025146     IF WS-ACCT-COPY-CNT = ZERO
025164         MOVE 'U' TO WS-ADDR-SW
025183         PERFORM 3300-CUT-COPY THRU 3300-EXIT
025201         DISPLAY 'PROG14 NO STATEMENT ADDRESSEE ON RELF ACCOUNT='
025220             WS-CUR-ACCT
025238         ADD 1 TO WS-UNADDR-CNT
025257     END-IF.
025276 3100-EXIT.
025294     EXIT.
025313
025331*----------------------------------------------------------------
025350* 3200-NEXT-OWNER
025368*     ONE READ OF THE RELF BROWSE - STOPS AT END OF FILE OR THE
025387*     FIRST RECORD FOR ANOTHER ACCOUNT.  A LINK WITHOUT THE
025405*     STATEMENT FLAG IS PASSED OVER.  THE CUSTOMER IS READ FOR
025424*     THE ADDRESS; ONE MISSING FROM CUSTMST STILL GETS A COPY
025443*     UNDER THEIR CUSTOMER NUMBER, NAMED ON THE CONSOLE (RC=4).
025461*----------------------------------------------------------------
025480 3200-NEXT-OWNER.
025498     READ REL-FILE NEXT RECORD
025517         AT END MOVE 'Y' TO WS-REL-END-SW
025535     END-READ.
025554     IF WS-REL-END
025572         GO TO 3200-EXIT.
025591     IF NOT REL-STATUS-OK
025610         DISPLAY 'PROG14 RELF READ FAILED STATUS='
025628             WS-REL-STATUS
025647         MOVE 16 TO RETURN-CODE
025665         STOP RUN
025684     END-IF.
025702     IF NOT REL-BY-ACCT
025721      OR REL-KEY-1 NOT = WS-CUR-ACCT
025739         MOVE 'Y' TO WS-REL-END-SW
025758         GO TO 3200-EXIT.
025776     IF NOT REL-GETS-STATEMENT
025795         GO TO 3200-EXIT.
025814     MOVE REL-CUST-NO TO CUST-NO.
025832     READ CUST-FILE.
025851     IF CUST-STATUS-OK
025869         MOVE 'A' TO WS-ADDR-SW
025888     ELSE
025906         IF CUST-STATUS-NOTFND
025925             MOVE 'N' TO WS-ADDR-SW
025943             DISPLAY 'PROG14 ADDRESSEE NOT ON CUSTMST ACCOUNT='
025962                 WS-CUR-ACCT ' CUSTOMER=' REL-CUST-NO
025981             ADD 1 TO WS-UNADDR-CNT
025999         ELSE
026018             DISPLAY 'PROG14 CUSTMST READ FAILED STATUS='
026036                 WS-CUST-STATUS
026055             MOVE 16 TO RETURN-CODE
026073             STOP RUN
026092         END-IF
026110     END-IF.
026129     PERFORM 3300-CUT-COPY THRU 3300-EXIT.
026148 3200-EXIT.
026166     EXIT.
026185
026203*----------------------------------------------------------------
026222* 3300-CUT-COPY
026240*     ONE COPY OF THE STATEMENT - HEADER, EVERY POSTING OF THE
026259*     ACCOUNT'S MONTH, FOOTER.  THE FIRST COPY STARTS FROM THE
026277*     RECORD ALREADY IN HAND; EACH LATER ONE REPOSITIONS TRANHIST
026296*     TO THE SAVED FIRST KEY AND READS THE POSTINGS AGAIN.
026314*----------------------------------------------------------------
026333 3300-CUT-COPY.
026352     IF WS-ACCT-COPY-CNT > ZERO
026370         MOVE WS-FIRST-KEY TO HIST-KEY
026389         MOVE 'N' TO WS-EOF-SW
026407         START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
026426             INVALID KEY
026444                 DISPLAY 'PROG14 TRANHIST START FAILED ACCOUNT='
026463                     WS-CUR-ACCT
026481                 MOVE 16 TO RETURN-CODE
026500                 STOP RUN
026519         END-START
026537         PERFORM 2000-READ-HIST THRU 2000-EXIT
026556         MOVE HST-POST-DATE TO WS-REC-DATE
026574     END-IF.
026593     PERFORM 3500-START-STATEMENT THRU 3500-EXIT.
026611     PERFORM 3600-PRINT-POSTING THRU 3600-EXIT
026630         UNTIL END-OF-HIST-FILE
026648            OR HST-ACCT-NO NOT = WS-CUR-ACCT
026667            OR WS-REC-YYYYMM NOT = WS-STMT-MONTH.
026686     PERFORM 4000-END-STATEMENT THRU 4000-EXIT.
026704     ADD 1 TO WS-ACCT-COPY-CNT.
026723 3300-EXIT.
026741     EXIT.
026760
026778*----------------------------------------------------------------
026797* 3500-START-STATEMENT
026815*     OPENS THE STATEMENT FOR THE ACCOUNT IN HAND - DERIVES THE
026834*     OPENING BALANCE BY BACKING THE MONTH'S FIRST POSTING OUT
026852*     OF ITS BALANCE-AFTER, AND PRINTS THE HEADER AND ADDRESS.
026871*----------------------------------------------------------------
026890 3500-START-STATEMENT.
026908     MOVE ZERO TO WS-POST-CNT.
026927     IF HST-CREDIT
026945         SUBTRACT HST-TRAN-AMT FROM HST-BAL-AFTER
026964             GIVING WS-OPEN-BAL
026982     ELSE
027001         ADD HST-TRAN-AMT TO HST-BAL-AFTER
027019             GIVING WS-OPEN-BAL
027038     END-IF.
027057     MOVE SPACES TO WS-PRINT-LINE.
027075     WRITE STMT-RECORD FROM WS-PRINT-LINE.
027094     STRING 'ACCOUNT STATEMENT  ACCOUNT: ' DELIMITED BY SIZE
027112         WS-CUR-ACCT DELIMITED BY SIZE
027131         '  PERIOD: ' DELIMITED BY SIZE
027149         WS-STMT-MONTH DELIMITED BY SIZE
027168         INTO WS-PRINT-LINE
027186     END-STRING.
027205     WRITE STMT-RECORD FROM WS-PRINT-LINE.
027224     PERFORM 3550-PRINT-ADDRESS THRU 3550-EXIT.
027242     MOVE SPACES TO WS-PRINT-LINE.
027261     MOVE WS-OPEN-BAL TO WS-BAL-DISP.
027279     STRING '  OPENING BALANCE : ' DELIMITED BY SIZE
027298         WS-BAL-DISP DELIMITED BY SIZE
027316         INTO WS-PRINT-LINE
027335     END-STRING.
027353     WRITE STMT-RECORD FROM WS-PRINT-LINE.
027372 3500-EXIT.
027390     EXIT.
027409
027428*----------------------------------------------------------------
027446* 3550-PRINT-ADDRESS
027465*     THE ADDRESSEE BLOCK UNDER THE HEADER - THE CUSTOMER NUMBER
027483*     AND ROLE ON THE ACCOUNT, THEN NAME AND ADDRESS FROM
027502*     CUSTMST.  AN UNADDRESSED COPY, OR ONE FOR A CUSTOMER NOT ON
027520*     CUSTMST, SAYS SO IN PLACE OF THE ADDRESS.
027539*----------------------------------------------------------------
027557 3550-PRINT-ADDRESS.
027576     MOVE SPACES TO WS-PRINT-LINE.
027595     IF WS-UNADDRESSED
027613         MOVE '  *** NO CUSTOMER IS SET TO RECEIVE THIS COPY ***'
027632             TO WS-PRINT-LINE
027650         WRITE STMT-RECORD FROM WS-PRINT-LINE
027669         GO TO 3550-EXIT.
027687     EVALUATE TRUE
027706         WHEN REL-PRIMARY
027724             MOVE 'PRIMARY OWNER'     TO WS-ROLE-TEXT
027743         WHEN REL-JOINT
027762             MOVE 'JOINT OWNER'       TO WS-ROLE-TEXT
027780         WHEN REL-TRUSTEE
027799             MOVE 'TRUSTEE'           TO WS-ROLE-TEXT
027817         WHEN REL-POA
027836             MOVE 'POWER OF ATTORNEY' TO WS-ROLE-TEXT
027854         WHEN OTHER
027873             MOVE REL-ROLE            TO WS-ROLE-TEXT
027891     END-EVALUATE.
027910     STRING '  CUSTOMER: ' DELIMITED BY SIZE
027928         REL-CUST-NO DELIMITED BY SIZE
027947         '  ROLE: ' DELIMITED BY SIZE
027966         WS-ROLE-TEXT DELIMITED BY SIZE
027984         INTO WS-PRINT-LINE
028003     END-STRING.
028021     WRITE STMT-RECORD FROM WS-PRINT-LINE.
028040     IF WS-CUST-MISSING
028058         MOVE SPACES TO WS-PRINT-LINE
028077         MOVE '  *** CUSTOMER NOT ON FILE - NO ADDRESS ***'
028095             TO WS-PRINT-LINE
028114         WRITE STMT-RECORD FROM WS-PRINT-LINE
028133         GO TO 3550-EXIT.
028151     MOVE CUST-NAME        TO WS-AL-TEXT.
028170     WRITE STMT-RECORD FROM WS-ADDR-LINE.
028188     MOVE CUST-ADDR-LINE-1 TO WS-AL-TEXT.
028207     WRITE STMT-RECORD FROM WS-ADDR-LINE.
028225     MOVE CUST-ADDR-LINE-2 TO WS-AL-TEXT.
028244     WRITE STMT-RECORD FROM WS-ADDR-LINE.
028262 3550-EXIT.
028281     EXIT.
028300*----------------------------------------------------------------
028400* 3600-PRINT-POSTING
028500*     ONE DETAIL LINE, AND THE RUNNING CLOSING BALANCE, THEN
028510*     READS ON TO THE NEXT RECORD.  A FAILED WRITE ABENDS THE
028600*     RUN - A SILENTLY SHORT STATEMENT IS WORSE THAN STOPPING
028700*     THE JOB.
028800*----------------------------------------------------------------
028900 3600-PRINT-POSTING.
029000     MOVE HST-POST-DATE     TO WS-DL-DATE.
030300     END-IF.
030400     MOVE HST-BAL-AFTER TO WS-CLOSE-BAL.
030500     ADD 1 TO WS-POST-CNT.
030530     PERFORM 2000-READ-HIST THRU 2000-EXIT.
030560     MOVE HST-POST-DATE TO WS-REC-DATE.
030600 3600-EXIT.
030700     EXIT.
030800
030900*----------------------------------------------------------------
031000* 4000-END-STATEMENT
031100*     CLOSES THE COPY IN PROGRESS - THE CLOSING BALANCE AND
031200*     THE POSTING COUNT FOR THE PERIOD.
031300*----------------------------------------------------------------
031400 4000-END-STATEMENT.
031500     MOVE SPACES TO WS-PRINT-LINE.
032400     WRITE STMT-RECORD FROM WS-PRINT-LINE.
032500     MOVE SPACES TO WS-PRINT-LINE.
032600     WRITE STMT-RECORD FROM WS-PRINT-LINE.
032700     ADD 1 TO WS-COPY-TOT.
032900 4000-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------------
033300* 9000-TERMINATE
033400*     CLOSES THE FILES AND TELLS THE CONSOLE HOW MANY
033500*     STATEMENTS WERE CUT, HOW MANY COPIES WERE PRINTED, AND
033510*     HOW MANY COULD NOT BE ADDRESSED (RC=4 IF ANY).
033600*----------------------------------------------------------------
033700 9000-TERMINATE.
033800     CLOSE HIST-FILE
033900          STMT-FILE
033930          REL-FILE
033960          CUST-FILE.
034000     MOVE WS-STMT-CNT TO WS-COUNT-DISP.
034100     STRING 'PROG14 STATEMENTS CUT: ' DELIMITED BY SIZE
034200             WS-COUNT-DISP DELIMITED BY SIZE
034300             INTO WS-CONSOLE-MSG
034400     END-STRING.
034500     DISPLAY WS-CONSOLE-MSG.
034505     MOVE SPACES TO WS-CONSOLE-MSG.
034511     MOVE WS-COPY-TOT TO WS-COUNT-DISP.
034516     STRING 'PROG14 COPIES PRINTED: ' DELIMITED BY SIZE
034522             WS-COUNT-DISP DELIMITED BY SIZE
034527             INTO WS-CONSOLE-MSG
034533     END-STRING.
034538     DISPLAY WS-CONSOLE-MSG.
034544     MOVE SPACES TO WS-CONSOLE-MSG.
034550     MOVE WS-UNADDR-CNT TO WS-COUNT-DISP.
034555     STRING 'PROG14 COPIES NOT ADDRESSED: ' DELIMITED BY SIZE
034561             WS-COUNT-DISP DELIMITED BY SIZE
034566             INTO WS-CONSOLE-MSG
034572     END-STRING.
034577     DISPLAY WS-CONSOLE-MSG.
034583     IF WS-UNADDR-CNT > ZERO
034588         MOVE 4 TO RETURN-CODE
034594     END-IF.
034600 9000-EXIT.
034700     EXIT.
