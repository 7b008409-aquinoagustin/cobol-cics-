000100*================================================================
000200* PROGRAM-ID.  PROG33
000300* AUTHOR.      J. MARTINEZ - ONLINE SYSTEMS GROUP
000400* INSTALLATION. DALLAS DATA CENTER
000500* DATE-WRITTEN. 2026-10-15
000600*
000700* PURPOSE.
000800*     ONE-TIME CONVERSION OF THE CUSTOMER-ACCOUNT LINKS TO THE
000900*     RELF RELATIONSHIP FILE (SEE RELREC).  UNTIL RELF, A LINK
001000*     WAS HELD TWICE - ACCT-CUST-NO ON THE ACCOUNT (SEE ACCTREC)
001100*     AND A SLOT OF THE CUSTOMER'S EIGHT-ENTRY ACCOUNT LIST (SEE
001200*     CUSTREC) - AND PROG13 KEPT THE TWO IN STEP.  THIS RUN
001300*     LOADS EACH LINK AS A PRIMARY-OWNER LINK, STATEMENT FLAG
001400*     SET, AND REPORTS EVERY PLACE THE TWO SIDES DISAGREE.
001500*
001600*     ACCTMST GOVERNS, AS IT DOES FOR EVERY BATCH REPORT THAT
001700*     NAMES AN OWNER.  PASS 1 READS ACCTMST: AN ACCOUNT WHOSE
001800*     ACCT-CUST-NO IS ON CUSTMST IS CONVERTED, AND REPORTED IF
001900*     THAT CUSTOMER'S LIST DOES NOT CARRY IT; ONE WHOSE OWNER IS
002000*     NOT ON CUSTMST IS REPORTED AND NOT CONVERTED.  PASS 2 READS
002100*     CUSTMST: A LISTED ACCOUNT THAT IS NOT ON ACCTMST, OR WHOSE
002200*     ACCT-CUST-NO NAMES SOMEONE ELSE OR NOBODY, IS REPORTED AND
002300*     NOT CONVERTED - THE BRANCH LINKS IT THROUGH PROG13 (AS
002400*     JOINT OWNER, TRUSTEE OR WHATEVER IT REALLY IS) IF IT IS
002500*     VALID.  NOTHING ON ACCTMST OR CUSTMST IS CHANGED.
002600*
002700*     RELF IS LOADED FROM EMPTY - RUN AGAINST A NEWLY DEFINED
002800*     CLUSTER, BEFORE THE PROG13/PROG2/PROG14 RELEASE THAT READS
002900*     IT GOES LIVE, WITH ACCTMST AND CUSTMST QUIESCED IN CICS.
003000*     TO RERUN, DELETE AND REDEFINE RELF FIRST.
003100*
003200* INPUT.
003300*     ACCTMST  - THE VSAM ACCOUNT MASTER, READ IN KEY ORDER IN
003400*                PASS 1 AND BY KEY IN PASS 2.
003500*     CUSTMST  - THE VSAM CUSTOMER MASTER, READ BY KEY IN PASS 1
003600*                AND IN KEY ORDER IN PASS 2.
003700* OUTPUT.
003800*     RELF     - THE RELATIONSHIP FILE, TWO RECORDS PER LINK.
003900*     RPTOUT   - THE RECONCILIATION REPORT.
004000*
004100* MAINTENANCE HISTORY.
004200* DATE       INIT  DESCRIPTION
004300* 2026-10-15 JXM   INITIAL VERSION.
004400*================================================================
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. PROG33.
004700 AUTHOR. J. MARTINEZ.
004800 INSTALLATION. DALLAS DATA CENTER.
004900 DATE-WRITTEN. 2026-10-15.
005000 DATE-COMPILED.
005100
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT ACCT-FILE ASSIGN TO ACCTMST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ACCT-KEY
005900         FILE STATUS IS WS-ACCT-STATUS.
006000     SELECT CUST-FILE ASSIGN TO CUSTMST
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CUST-KEY
006400         FILE STATUS IS WS-CUST-STATUS.
006500     SELECT REL-FILE ASSIGN TO RELF
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS REL-KEY
006900         FILE STATUS IS WS-REL-STATUS.
007000     SELECT RPT-FILE ASSIGN TO RPTOUT
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-RPT-STATUS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600*----------------------------------------------------------------
007700* ACCTMST - SAME RECORD LAYOUT PROG2 POSTS.
007800*----------------------------------------------------------------
007900 FD  ACCT-FILE.
008000 COPY ACCTREC.
008100
008200*----------------------------------------------------------------
008300* CUSTMST - SAME RECORD LAYOUT PROG13 MAINTAINS.
008400*----------------------------------------------------------------
008500 FD  CUST-FILE.
008600 COPY CUSTREC.
008700
008800*----------------------------------------------------------------
008900* RELF - THE RELATIONSHIP FILE BEING LOADED.
009000*----------------------------------------------------------------
009100 FD  REL-FILE.
009200 COPY RELREC.
009300
009400*----------------------------------------------------------------
009500* PRINTED RECONCILIATION REPORT.
009600*----------------------------------------------------------------
009700 FD  RPT-FILE.
009800 01  RPT-RECORD              PIC X(132).
009900
010000 WORKING-STORAGE SECTION.
010100*----------------------------------------------------------------
010200* FILE STATUS / SWITCHES.
010300*----------------------------------------------------------------
010400 01  WS-ACCT-STATUS           PIC X(02) VALUE '00'.
010500    88  ACCT-STATUS-OK               VALUE '00'.
010600    88  ACCT-STATUS-NOTFND           VALUE '23'.
010700 01  WS-CUST-STATUS           PIC X(02) VALUE '00'.
010800    88  CUST-STATUS-OK               VALUE '00'.
010900    88  CUST-STATUS-NOTFND           VALUE '23'.
011000 01  WS-REL-STATUS            PIC X(02) VALUE '00'.
011100    88  REL-STATUS-OK                VALUE '00'.
011200 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
011300    88  RPT-STATUS-OK                VALUE '00'.
011400 01  WS-ACCT-EOF-SW           PIC X(01) VALUE 'N'.
011500    88  END-OF-ACCT-FILE             VALUE 'Y'.
011600 01  WS-CUST-EOF-SW           PIC X(01) VALUE 'N'.
011700    88  END-OF-CUST-FILE             VALUE 'Y'.
011800 01  WS-LISTED-SW             PIC X(01) VALUE 'N'.
011900    88  WS-LISTED                    VALUE 'Y'.
012000
012100*----------------------------------------------------------------
012200* RUN DATE - STAMPED AS THE ADDED DATE OF EVERY LINK LOADED -
012300* AND THE SUBSCRIPT OVER THE CUSTOMER'S ACCOUNT LIST.
012400*----------------------------------------------------------------
012500 01  WS-RUN-DATE              PIC X(08).
012600 01  WS-SLOT-IX               PIC S9(4) COMP.
012700
012800*----------------------------------------------------------------
012900* RUNNING COUNTS FOR THE REPORT TOTALS AND CONSOLE.
013000*----------------------------------------------------------------
013100 01  WS-ACCT-READ-CNT         PIC 9(07) COMP-3 VALUE 0.
013200 01  WS-OWNED-CNT             PIC 9(07) COMP-3 VALUE 0.
013300 01  WS-CONV-CNT              PIC 9(07) COMP-3 VALUE 0.
013400 01  WS-ACCT-ONLY-CNT         PIC 9(07) COMP-3 VALUE 0.
013500 01  WS-NOCUST-CNT            PIC 9(07) COMP-3 VALUE 0.
013600 01  WS-CUST-READ-CNT         PIC 9(07) COMP-3 VALUE 0.
013700 01  WS-ENTRY-CNT             PIC 9(07) COMP-3 VALUE 0.
013800 01  WS-AGREE-CNT             PIC 9(07) COMP-3 VALUE 0.
013900 01  WS-NOACCT-CNT            PIC 9(07) COMP-3 VALUE 0.
014000 01  WS-LIST-ONLY-CNT         PIC 9(07) COMP-3 VALUE 0.
014100 01  WS-COUNT-DISP            PIC ZZZ,ZZ9.
014200 01  WS-CONSOLE-MSG           PIC X(70).
014300
014400*----------------------------------------------------------------
014500* PRINT LINE WORK AREAS.  THE LITERAL FILLERS IN THE DETAIL
014600* LINE ARE NEVER OVERWRITTEN, SO IT IS BUILT BY MOVING THE DATA
014700* FIELDS ALONE.  ONE DETAIL LINE PER DISAGREEMENT - THE ACCOUNT,
014800* THE CUSTOMER WHOSE SIDE WAS BEING READ, THE OWNER ACCTMST
014900* NAMES, AND WHAT WAS DONE.
015000*----------------------------------------------------------------
015100 01  WS-PRINT-LINE            PIC X(132).
015200 01  WS-DTL-LINE.
015300    05  FILLER                PIC X(02) VALUE SPACES.
015400    05  WS-DL-ACCT            PIC X(10).
015500    05  FILLER                PIC X(02) VALUE SPACES.
015600    05  WS-DL-CUST            PIC X(10).
015700    05  FILLER                PIC X(02) VALUE SPACES.
015800    05  WS-DL-OWNER           PIC X(10).
015900    05  FILLER                PIC X(02) VALUE SPACES.
016000    05  WS-DL-TEXT            PIC X(50).
016100    05  FILLER                PIC X(44) VALUE SPACES.
016200
016300 PROCEDURE DIVISION.
016400*----------------------------------------------------------------
016500* 0000-MAIN-PARA
016600*     MAINLINE - PASS 1 OVER ACCTMST LOADS THE LINKS, PASS 2
016700*     OVER CUSTMST CHECKS THE ACCOUNT LISTS AGAINST THEM, THEN
016800*     THE REPORT TOTALS AND CONSOLE COUNTS.
016900*----------------------------------------------------------------
017000 0000-MAIN-PARA.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     PERFORM 3000-CONVERT-ACCT THRU 3000-EXIT
017300         UNTIL END-OF-ACCT-FILE.
017400     PERFORM 5000-START-CUST-PASS THRU 5000-EXIT.
017500     PERFORM 6000-CHECK-CUST THRU 6000-EXIT
017600         UNTIL END-OF-CUST-FILE.
017700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017800     STOP RUN.
017900
018000*----------------------------------------------------------------
018100* 1000-INITIALIZE
018200*     OPENS THE FILES, TAKES TODAY AS THE RUN DATE, PRINTS THE
018300*     HEADINGS AND DOES THE PRIMING READ OF ACCTMST.  A BAD OPEN
018400*     STATUS ABENDS THE RUN - ON RELF IT USUALLY MEANS THE
018500*     CLUSTER ALREADY HOLDS RECORDS FROM AN EARLIER RUN.
018600*----------------------------------------------------------------
018700 1000-INITIALIZE.
018800     OPEN INPUT  ACCT-FILE.
018900     IF NOT ACCT-STATUS-OK
019000         DISPLAY 'PROG33 ACCTMST OPEN FAILED STATUS='
019100             WS-ACCT-STATUS
019200         MOVE 16 TO RETURN-CODE
019300         STOP RUN
019400     END-IF.
019500     OPEN INPUT  CUST-FILE.
019600     IF NOT CUST-STATUS-OK
019700         DISPLAY 'PROG33 CUSTMST OPEN FAILED STATUS='
019800             WS-CUST-STATUS
019900         MOVE 16 TO RETURN-CODE
020000         STOP RUN
020100     END-IF.
020200     OPEN OUTPUT REL-FILE.
020300     IF NOT REL-STATUS-OK
020400         DISPLAY 'PROG33 RELF OPEN FAILED STATUS='
020500             WS-REL-STATUS ' - RELF MUST BE NEWLY DEFINED'
020600         MOVE 16 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900     OPEN OUTPUT RPT-FILE.
021000     IF NOT RPT-STATUS-OK
021100         DISPLAY 'PROG33 RPTOUT OPEN FAILED STATUS='
021200             WS-RPT-STATUS
021300         MOVE 16 TO RETURN-CODE
021400         STOP RUN
021500     END-IF.
021600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021700     PERFORM 1200-PRINT-HEADINGS THRU 1200-EXIT.
021800     PERFORM 2000-READ-ACCT THRU 2000-EXIT.
021900 1000-EXIT.
022000     EXIT.
022100
022200*----------------------------------------------------------------
022300* 1200-PRINT-HEADINGS
022400*     THE REPORT TITLE AND THE PART 1 HEADINGS.
022500*----------------------------------------------------------------
022600 1200-PRINT-HEADINGS.
022700     MOVE SPACES TO WS-PRINT-LINE.
022800     STRING 'PROG33  CUSTOMER-ACCOUNT LINK CONVERSION TO RELF'
022900             DELIMITED BY SIZE
023000         '  RUN DATE: ' DELIMITED BY SIZE
023100         WS-RUN-DATE DELIMITED BY SIZE
023200         INTO WS-PRINT-LINE
023300     END-STRING.
023400     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
023500     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
023600     MOVE '  PART 1 - ACCOUNT OWNERS ON ACCTMST (ACCT-CUST-NO)'
023700         TO WS-PRINT-LINE.
023800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
023900     PERFORM 1300-PRINT-COLUMNS THRU 1300-EXIT.
024000 1200-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------------
024400* 1300-PRINT-COLUMNS
024500*     THE COLUMN HEADINGS OVER EACH PART'S DETAIL LINES.
024600*----------------------------------------------------------------
024700 1300-PRINT-COLUMNS.
024800     MOVE '  ACCOUNT     CUSTOMER    ACCT OWNER  RESULT'
024900         TO WS-PRINT-LINE.
025000     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
025100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
025200 1300-EXIT.
025300     EXIT.
025400
025500*----------------------------------------------------------------
025600* 2000-READ-ACCT
025700*     READS THE NEXT ACCTMST RECORD AND SETS THE EOF SWITCH.
025800*----------------------------------------------------------------
025900 2000-READ-ACCT.
026000     READ ACCT-FILE NEXT RECORD
026100         AT END MOVE 'Y' TO WS-ACCT-EOF-SW
026200     END-READ.
026300 2000-EXIT.
026400     EXIT.
026500
026600*----------------------------------------------------------------
026700* 3000-CONVERT-ACCT
026800*     PASS 1 - ONE ACCOUNT.  AN ACCOUNT WITH NO OWNER IS PASSED
026900*     OVER.  AN OWNER NOT ON CUSTMST IS REPORTED AND NOT
027000*     CONVERTED; OTHERWISE THE LINK IS LOADED AS PRIMARY OWNER,
027100*     AND REPORTED IF THE OWNER'S ACCOUNT LIST DOES NOT CARRY
027200*     THE ACCOUNT.
027300*----------------------------------------------------------------
027400 3000-CONVERT-ACCT.
027500     ADD 1 TO WS-ACCT-READ-CNT.
027600     IF ACCT-CUST-NO = SPACES OR LOW-VALUES
027700         GO TO 3000-NEXT.
027800     ADD 1 TO WS-OWNED-CNT.
027900     MOVE ACCT-NO      TO WS-DL-ACCT.
028000     MOVE ACCT-CUST-NO TO WS-DL-CUST.
028100     MOVE ACCT-CUST-NO TO WS-DL-OWNER.
028200     MOVE ACCT-CUST-NO TO CUST-NO.
028300     READ CUST-FILE.
028400     IF CUST-STATUS-NOTFND
028500         MOVE 'NOT CONVERTED - OWNER NOT ON CUSTMST'
028600             TO WS-DL-TEXT
028700         PERFORM 7800-WRITE-DETAIL THRU 7800-EXIT
028800         ADD 1 TO WS-NOCUST-CNT
028900         GO TO 3000-NEXT.
029000     IF NOT CUST-STATUS-OK
029100         DISPLAY 'PROG33 CUSTMST READ FAILED STATUS='
029200             WS-CUST-STATUS ' ACCT=' ACCT-NO
029300         MOVE 16 TO RETURN-CODE
029400         STOP RUN
029500     END-IF.
029600     MOVE 'N' TO WS-LISTED-SW.
029700     PERFORM 3100-CHECK-SLOT THRU 3100-EXIT
029800         VARYING WS-SLOT-IX FROM 1 BY 1
029900         UNTIL WS-SLOT-IX > 8.
030000     PERFORM 3200-WRITE-LINK THRU 3200-EXIT.
030100     IF NOT WS-LISTED
030200         MOVE 'CONVERTED - NOT ON THE OWNER''S CUSTMST LIST'
030300             TO WS-DL-TEXT
030400         PERFORM 7800-WRITE-DETAIL THRU 7800-EXIT
030500         ADD 1 TO WS-ACCT-ONLY-CNT
030600     END-IF.
030700 3000-NEXT.
030800     PERFORM 2000-READ-ACCT THRU 2000-EXIT.
030900 3000-EXIT.
031000     EXIT.
031100
031200*----------------------------------------------------------------
031300* 3100-CHECK-SLOT
031400*     ONE SLOT OF THE OWNER'S ACCOUNT LIST - NOTES WHETHER IT
031500*     CARRIES THE ACCOUNT IN HAND.
031600*----------------------------------------------------------------
031700 3100-CHECK-SLOT.
031800     IF CUST-ACCT-NO(WS-SLOT-IX) = ACCT-NO
031900         MOVE 'Y' TO WS-LISTED-SW
032000     END-IF.
032100 3100-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------------
032500* 3200-WRITE-LINK
032600*     LOADS THE ACCOUNT'S OWNER AS ITS PRIMARY-OWNER LINK, SENT
032700*     THE STATEMENT - THE CUSTOMER-SIDE ('C') RECORD, THEN THE
032800*     ACCOUNT-SIDE ('A') RECORD WITH THE SAME DATA, AS PROG13
032900*     WRITES A NEW LINK.  A FAILED WRITE ABENDS THE RUN - RELF
033000*     IS THEN REDEFINED AND THE RUN REPEATED FROM THE TOP.
033100*----------------------------------------------------------------
033200 3200-WRITE-LINK.
033300     MOVE SPACES       TO REL-RECORD.
033400     MOVE ACCT-CUST-NO TO REL-CUST-NO.
033500     MOVE ACCT-NO      TO REL-ACCT-NO.
033600     SET REL-PRIMARY        TO TRUE.
033700     SET REL-GETS-STATEMENT TO TRUE.
033800     MOVE WS-RUN-DATE  TO REL-ADDED-DATE.
033900     MOVE 'CONVERT'    TO REL-ADDED-BY.
034000     SET REL-BY-CUST   TO TRUE.
034100     MOVE ACCT-CUST-NO TO REL-KEY-1.
034200     MOVE ACCT-NO      TO REL-KEY-2.
034300     PERFORM 3300-PUT-REL THRU 3300-EXIT.
034400     SET REL-BY-ACCT   TO TRUE.
034500     MOVE ACCT-NO      TO REL-KEY-1.
034600     MOVE ACCT-CUST-NO TO REL-KEY-2.
034700     PERFORM 3300-PUT-REL THRU 3300-EXIT.
034800     ADD 1 TO WS-CONV-CNT.
034900 3200-EXIT.
035000     EXIT.
035100
035200*----------------------------------------------------------------
035300* 3300-PUT-REL
035400*     WRITES ONE RELF RECORD, ABENDING THE RUN IF IT FAILS.
035500*----------------------------------------------------------------
035600 3300-PUT-REL.
035700     WRITE REL-RECORD.
035800     IF NOT REL-STATUS-OK
035900         DISPLAY 'PROG33 RELF WRITE FAILED STATUS='
036000             WS-REL-STATUS ' KEY=' REL-KEY
036100         MOVE 16 TO RETURN-CODE
036200         STOP RUN
036300     END-IF.
036400 3300-EXIT.
036500     EXIT.
036600
036700*----------------------------------------------------------------
036800* 5000-START-CUST-PASS
036900*     PRINTS THE PART 2 HEADINGS AND POSITIONS CUSTMST AT ITS
037000*     FIRST RECORD FOR THE SEQUENTIAL PASS - PASS 1'S READS BY
037100*     KEY LEFT NO USABLE POSITION.
037200*----------------------------------------------------------------
037300 5000-START-CUST-PASS.
037400     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
037500     MOVE '  PART 2 - ACCOUNT LISTS ON CUSTMST - NOT CONVERTED,'
037600         TO WS-PRINT-LINE.
037700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
037800     MOVE '      LINK THROUGH PROG13 WITH THE RIGHT ROLE IF VALID'
037900         TO WS-PRINT-LINE.
038000     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
038100     PERFORM 1300-PRINT-COLUMNS THRU 1300-EXIT.
038200     MOVE LOW-VALUES TO CUST-KEY.
038300     START CUST-FILE KEY IS NOT LESS THAN CUST-KEY
038400         INVALID KEY
038500             MOVE 'Y' TO WS-CUST-EOF-SW
038600     END-START.
038700     IF NOT END-OF-CUST-FILE
038800         PERFORM 5100-READ-CUST THRU 5100-EXIT
038900     END-IF.
039000 5000-EXIT.
039100     EXIT.
039200
039300*----------------------------------------------------------------
039400* 5100-READ-CUST
039500*     READS THE NEXT CUSTMST RECORD AND SETS THE EOF SWITCH.
039600*----------------------------------------------------------------
039700 5100-READ-CUST.
039800     READ CUST-FILE NEXT RECORD
039900         AT END MOVE 'Y' TO WS-CUST-EOF-SW
040000     END-READ.
040100 5100-EXIT.
040200     EXIT.
040300
040400*----------------------------------------------------------------
040500* 6000-CHECK-CUST
040600*     PASS 2 - ONE CUSTOMER.  EVERY SLOT OF THE ACCOUNT LIST IS
040700*     CHECKED AGAINST ACCTMST.
040800*----------------------------------------------------------------
040900 6000-CHECK-CUST.
041000     ADD 1 TO WS-CUST-READ-CNT.
041100     PERFORM 6100-CHECK-ENTRY THRU 6100-EXIT
041200         VARYING WS-SLOT-IX FROM 1 BY 1
041300         UNTIL WS-SLOT-IX > 8.
041400     PERFORM 5100-READ-CUST THRU 5100-EXIT.
041500 6000-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------------
041900* 6100-CHECK-ENTRY
042000*     ONE SLOT OF THE LIST.  AN EMPTY SLOT IS PASSED OVER.  A
042100*     LISTED ACCOUNT WHOSE ACCT-CUST-NO IS THIS CUSTOMER WAS
042200*     CONVERTED IN PASS 1; ANY OTHER IS REPORTED - NOT ON
042300*     ACCTMST, NO OWNER THERE, OR ANOTHER OWNER THERE.
042400*----------------------------------------------------------------
042500 6100-CHECK-ENTRY.
042600     IF CUST-ACCT-NO(WS-SLOT-IX) = SPACES OR LOW-VALUES
042700         GO TO 6100-EXIT.
042800     ADD 1 TO WS-ENTRY-CNT.
042900     MOVE CUST-ACCT-NO(WS-SLOT-IX) TO WS-DL-ACCT.
043000     MOVE CUST-NO                  TO WS-DL-CUST.
043100     MOVE SPACES                   TO WS-DL-OWNER.
043200     MOVE CUST-ACCT-NO(WS-SLOT-IX) TO ACCT-NO.
043300     READ ACCT-FILE.
043400     IF ACCT-STATUS-NOTFND
043500         MOVE 'NOT CONVERTED - ACCOUNT NOT ON ACCTMST'
043600             TO WS-DL-TEXT
043700         PERFORM 7800-WRITE-DETAIL THRU 7800-EXIT
043800         ADD 1 TO WS-NOACCT-CNT
043900         GO TO 6100-EXIT.
044000     IF NOT ACCT-STATUS-OK
044100         DISPLAY 'PROG33 ACCTMST READ FAILED STATUS='
044200             WS-ACCT-STATUS ' ACCT=' CUST-ACCT-NO(WS-SLOT-IX)
044300         MOVE 16 TO RETURN-CODE
044400         STOP RUN
044500     END-IF.
044600     IF ACCT-CUST-NO = CUST-NO
044700         ADD 1 TO WS-AGREE-CNT
044800         GO TO 6100-EXIT.
044900     IF ACCT-CUST-NO = SPACES OR LOW-VALUES
045000         MOVE 'NOT CONVERTED - ACCOUNT HAS NO OWNER ON ACCTMST'
045100             TO WS-DL-TEXT
045200     ELSE
045300         MOVE ACCT-CUST-NO TO WS-DL-OWNER
045400         MOVE 'NOT CONVERTED - ACCTMST NAMES ANOTHER OWNER'
045500             TO WS-DL-TEXT
045600     END-IF.
045700     PERFORM 7800-WRITE-DETAIL THRU 7800-EXIT.
045800     ADD 1 TO WS-LIST-ONLY-CNT.
045900 6100-EXIT.
046000     EXIT.
046100
046200*----------------------------------------------------------------
046300* 7800-WRITE-DETAIL
046400*     WRITES THE DETAIL LINE BUILT BY THE CALLER.
046500*----------------------------------------------------------------
046600 7800-WRITE-DETAIL.
046700     MOVE WS-DTL-LINE TO WS-PRINT-LINE.
046800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
046900 7800-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------
047300* 7900-WRITE-LINE
047400*     WRITES WS-PRINT-LINE.  A FAILED WRITE ABENDS THE RUN - A
047500*     SILENTLY SHORT REPORT IS WORSE THAN STOPPING THE JOB.
047600*----------------------------------------------------------------
047700 7900-WRITE-LINE.
047800     WRITE RPT-RECORD FROM WS-PRINT-LINE.
047900     IF NOT RPT-STATUS-OK
048000         DISPLAY 'PROG33 RPTOUT WRITE FAILED STATUS='
048100             WS-RPT-STATUS
048200         MOVE 16 TO RETURN-CODE
048300         STOP RUN
048400     END-IF.
048500     MOVE SPACES TO WS-PRINT-LINE.
048600 7900-EXIT.
048700     EXIT.
048800
048900*----------------------------------------------------------------
049000* 8000-PRINT-TOTAL
049100*     ONE TOTALS LINE - THE CALLER HAS MOVED THE LABEL TO
049200*     WS-PRINT-LINE AND THE COUNT TO WS-COUNT-DISP.
049300*----------------------------------------------------------------
049400 8000-PRINT-TOTAL.
049500     MOVE WS-COUNT-DISP TO WS-PRINT-LINE(46:7).
049600     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
049700 8000-EXIT.
049800     EXIT.
049900
050000*----------------------------------------------------------------
050100* 9000-TERMINATE
050200*     PRINTS THE TOTALS, CLOSES THE FILES AND REPORTS THE
050300*     COUNTS.  ANY DISAGREEMENT BETWEEN THE TWO SIDES LEAVES
050400*     RC=4 SO THE BRANCH WORKS THE REPORT BEFORE GOING LIVE.
050500*----------------------------------------------------------------
050600 9000-TERMINATE.
050700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
050800     MOVE '  TOTALS' TO WS-PRINT-LINE.
050900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
051000     MOVE '    ACCOUNTS READ' TO WS-PRINT-LINE.
051100     MOVE WS-ACCT-READ-CNT TO WS-COUNT-DISP.
051200     PERFORM 8000-PRINT-TOTAL THRU 8000-EXIT.
051300     MOVE '    ACCOUNTS WITH AN OWNER' TO WS-PRINT-LINE.
051400     MOVE WS-OWNED-CNT TO WS-COUNT-DISP.
051500     PERFORM 8000-PRINT-TOTAL THRU 8000-EXIT.
051600     MOVE '    LINKS CONVERTED' TO WS-PRINT-LINE.
051700     MOVE WS-CONV-CNT TO WS-COUNT-DISP.
051800     PERFORM 8000-PRINT-TOTAL THRU 8000-EXIT.
051900     MOVE '      OF WHICH NOT ON THE OWNER''S LIST'
052000         TO WS-PRINT-LINE.
052100     MOVE WS-ACCT-ONLY-CNT TO WS-COUNT-DISP.
052200     PERFORM 8000-PRINT-TOTAL THRU 8000-EXIT.
052300     MOVE '    OWNER NOT ON CUSTMST - NOT CONVERTED'
052400         TO WS-PRINT-LINE.
052500     MOVE WS-NOCUST-CNT TO WS-COUNT-DISP.
052600     PERFORM 8000-PRINT-TOTAL THRU 8000-EXIT.
052700     MOVE '    CUSTOMERS READ' TO WS-PRINT-LINE.
052800     MOVE WS-CUST-READ-CNT TO WS-COUNT-DISP.
052900     PERFORM 8000-PRINT-TOTAL THRU 8000-EXIT.
053000     MOVE '    ACCOUNT LIST ENTRIES' TO WS-PRINT-LINE.
053100     MOVE WS-ENTRY-CNT TO WS-COUNT-DISP.
053200     PERFORM 8000-PRINT-TOTAL THRU 8000-EXIT.
053300     MOVE '      AGREEING WITH ACCTMST' TO WS-PRINT-LINE.
053400     MOVE WS-AGREE-CNT TO WS-COUNT-DISP.
053500     PERFORM 8000-PRINT-TOTAL THRU 8000-EXIT.
053600     MOVE '      ACCOUNT NOT ON ACCTMST' TO WS-PRINT-LINE.
053700     MOVE WS-NOACCT-CNT TO WS-COUNT-DISP.
053800     PERFORM 8000-PRINT-TOTAL THRU 8000-EXIT.
053900     MOVE '      NO OWNER OR ANOTHER OWNER ON ACCTMST'
054000         TO WS-PRINT-LINE.
054100     MOVE WS-LIST-ONLY-CNT TO WS-COUNT-DISP.
054200     PERFORM 8000-PRINT-TOTAL THRU 8000-EXIT.
054300     CLOSE ACCT-FILE
054400          CUST-FILE
054500          REL-FILE
054600          RPT-FILE.
054700     MOVE SPACES TO WS-CONSOLE-MSG.
054800     MOVE WS-CONV-CNT TO WS-COUNT-DISP.
054900     STRING 'PROG33 CONVERSION COMPLETE - LINKS CONVERTED: '
055000             DELIMITED BY SIZE
055100             WS-COUNT-DISP DELIMITED BY SIZE
055200             INTO WS-CONSOLE-MSG
055300     END-STRING.
055400     DISPLAY WS-CONSOLE-MSG.
055500     MOVE SPACES TO WS-CONSOLE-MSG.
055600     COMPUTE WS-COUNT-DISP = WS-ACCT-ONLY-CNT + WS-NOCUST-CNT
055700         + WS-NOACCT-CNT + WS-LIST-ONLY-CNT.
055800     STRING 'PROG33 DISAGREEMENTS REPORTED:             '
055900             DELIMITED BY SIZE
056000             WS-COUNT-DISP DELIMITED BY SIZE
056100             INTO WS-CONSOLE-MSG
056200     END-STRING.
056300     DISPLAY WS-CONSOLE-MSG.
056400     IF WS-ACCT-ONLY-CNT > 0 OR WS-NOCUST-CNT > 0
056500      OR WS-NOACCT-CNT > 0 OR WS-LIST-ONLY-CNT > 0
056600         MOVE 4 TO RETURN-CODE
056700     END-IF.
056800 9000-EXIT.
056900     EXIT.
