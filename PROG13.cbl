001400*     THE BRANCH USED TO KEEP ON INDEX CARDS BESIDE THE
001410*     TERMINAL IS NOW ON FILE.
001500*
001600*     THE CUSTOMER/ACCOUNT LINKS ARE HELD ON RELF (SEE RELREC),
001700*     EACH WITH THE CUSTOMER'S ROLE ON THE ACCOUNT - PRIMARY
001800*     OWNER, JOINT OWNER, TRUSTEE OR POWER OF ATTORNEY - AND
001900*     WHETHER THEY ARE SENT ITS STATEMENT, SO AN ACCOUNT MAY
001910*     HAVE ANY NUMBER OF CUSTOMERS AND A CUSTOMER ANY NUMBER OF
001920*     ACCOUNTS.  THE L (LINK) ACTION ADDS A LINK OR CHANGES ITS
001930*     ROLE OR STATEMENT FLAG; THE E ACTION ENDS ONE.  BOTH
001940*     MAINTAIN THE TWO RELF RECORDS OF A LINK AS ONE UNIT, AND
001950*     KEEP ACCT-CUST-NO ON THE ACCOUNT IN STEP WITH ITS ONE
002000*     PRIMARY OWNER - A SECOND PRIMARY OWNER IS REFUSED.  THE
002100*     CUSTOMER'S OLD ACCOUNT LIST ON CUSTMST IS NO LONGER USED.
002200*
002300*     CONVERSATIONAL, LIKE PROG7 - THE TASK HOLDS THE TERMINAL
002400*     AND LOOPS ON SEND/RECEIVE UNTIL THE OPERATOR KEYS ACTION
002500*     'X' (OR PRESSES CLEAR).  INVOKED ON ITS OWN TRANSACTION
002600*     ID (E.G. PG1U), RESTRICTED BY TRANSACTION SECURITY TO THE
002700*     REFERENCE DATA GROUP.
002710*
002720*     EVERY CHANGE - ADD, UPDATE, DEACTIVATE, REACTIVATE, LINK,
002730*     END OF LINK - IS JOURNALED TO JRNLF (SEE JRNLREC) WITH THE
002740*     RECORD BEFORE AND AFTER, THE SIGNED-ON USERID, TERMINAL AND
002750*     TIME, IN THE SAME UNIT OF WORK AS THE CHANGE - A CHANGE
002760*     THAT CANNOT BE JOURNALED IS BACKED OUT.  A LINK OR END OF
002770*     LINK JOURNALS THE RELF LINK, AND THE ACCTMST RECORD TOO
002780*     WHEN IT MOVES THE PRIMARY OWNER.  PROG31 LISTS THE DAY'S
002790*     CHANGES FOR THE GROUP SUPERVISOR'S SIGN-OFF.
002800*
002900* MAINTENANCE HISTORY.
003000* DATE       INIT  DESCRIPTION
003100* 2026-09-02 JXM   INITIAL VERSION.
003110* 2026-10-15 JXM   EVERY CHANGE NOW WRITES A BEFORE/AFTER
003120*                  IMAGE TO THE JRNLF CHANGE JOURNAL BEFORE ITS
003130*                  SYNCPOINT (SEE 6600-JOURNAL-CUST); A LINK
003140*                  ALSO JOURNALS THE ACCTMST SIDE (SEE
003150*                  6610-JOURNAL-ACCT).
003160* 2026-10-15 JXM   LINKS MOVED TO THE RELF RELATIONSHIP FILE WITH
003170*                  A ROLE AND STATEMENT FLAG ON EACH; L NOW ALSO
003180*                  CHANGES A LINK, NEW E ACTION ENDS ONE, AND THE
003190*                  ACCOUNT LIST IS BROWSED FROM RELF WITH EACH
003191*                  ROLE SHOWN (I WITH A LINK ACCT LISTS FROM IT).
003192*                  ACCT-CUST-NO KEPT AS THE PRIMARY OWNER.
003200*================================================================
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. PROG13.
005300 COPY CUSTREC.
005400
005500*----------------------------------------------------------------
005600* ACCOUNT MASTER RECORD - READ FOR UPDATE BY THE L AND E ACTIONS
005700* AND REWRITTEN WHEN THE PRIMARY OWNER IN ACCT-CUST-NO CHANGES.
005800*----------------------------------------------------------------
005900 COPY ACCTREC.
005905
005910*----------------------------------------------------------------
005915* CUSTOMER-ACCOUNT RELATIONSHIP RECORD (RELF, SEE RELREC) - THE
005920* LINKS THE L AND E ACTIONS MAINTAIN AND THE ACCOUNT LIST IS
005925* BROWSED FROM.  BOTH RECORDS OF A LINK ARE BUILT IN REL-RECORD
005930* IN TURN; THE ACCOUNT-SIDE RECORD IS READ FOR UPDATE INTO
005935* WS-REL-WORK SO THE NEW IMAGE IN HAND IS NOT OVERLAID.
005940*----------------------------------------------------------------
005945 COPY RELREC.
005950 01  WS-REL-WORK                PIC X(100).
005955 01  WS-REL-KEY.
005960    05  WS-RK-TYPE             PIC X(01).
005965    05  WS-RK-KEY-1            PIC X(10).
005970    05  WS-RK-KEY-2            PIC X(10).
005975 01  WS-REL-BRS-KEY.
005980    05  WS-RBK-TYPE            PIC X(01).
005985    05  WS-RBK-KEY-1           PIC X(10).
005990    05  WS-RBK-KEY-2           PIC X(10).
006000
006010*----------------------------------------------------------------
006020* CHANGE JOURNAL RECORD - ONE WRITTEN TO JRNLF PER FILE CHANGED,
006030* AND THE BEFORE IMAGES HELD FROM THE READ FOR UPDATE UNTIL THE
006040* REWRITE HAS GONE THROUGH.
006050*----------------------------------------------------------------
006060 COPY JRNLREC.
006070 01  WS-CUST-BEFORE             PIC X(250).
006080 01  WS-ACCT-BEFORE             PIC X(250).
006085 01  WS-REL-BEFORE              PIC X(250).
006090
006100*----------------------------------------------------------------
006200* CICS RESPONSE CODES.
006300*----------------------------------------------------------------
006400 01  WS-CUST-RESP               PIC S9(9) COMP.
006500 01  WS-ACCT-RESP               PIC S9(9) COMP.
006600 01  WS-MAP-RESP                PIC S9(9) COMP.
006610 01  WS-JRN-RESP                PIC S9(9) COMP.
006615 01  WS-REL-RESP                PIC S9(9) COMP.
006620
006630*----------------------------------------------------------------
006640* THE SIGNED-ON OPERATOR, THE JOURNAL TIMESTAMP, AND THE TASK'S
006650* RUNNING JOURNAL SEQUENCE - ONE CONVERSATION WRITES MANY
006660* JOURNAL RECORDS.
006670*----------------------------------------------------------------
006680 01  WS-OPER-ID                 PIC X(08).
006690 01  WS-ABSTIME                 PIC S9(15) COMP-3.
006692 01  WS-TODAY                   PIC X(08).
006695 01  WS-JRN-SEQ                 PIC 9(04) VALUE 0.
006700
006800*----------------------------------------------------------------
006900* SWITCHES.
007000*----------------------------------------------------------------
007100 01  WS-EXIT-SW                 PIC X(01) VALUE 'N'.
007200    88  WS-EXIT-TIME               VALUE 'Y'.
007300 01  WS-EDIT-OK-SW              PIC X(01) VALUE 'N'.
007400    88  WS-EDIT-OK                 VALUE 'Y'.
007500 01  WS-LINK-FOUND-SW           PIC X(01) VALUE 'N'.
007600    88  WS-LINK-FOUND              VALUE 'Y'.
007610 01  WS-JRN-OK-SW               PIC X(01) VALUE 'N'.
007620    88  WS-JRN-OK                  VALUE 'Y'.
007700 01  WS-ACCT-CHG-SW             PIC X(01) VALUE 'N'.
007710    88  WS-ACCT-CHANGED            VALUE 'Y'.
007720 01  WS-BRS-DONE-SW             PIC X(01) VALUE 'N'.
007730    88  WS-BRS-DONE                VALUE 'Y'.
007740
007750*----------------------------------------------------------------
007760* THE LINK'S ROLE AND STATEMENT FLAG AS ON FILE AND AS SETTLED
007770* BY THE L ACTION (SEE 3610-SET-ROLE).
007780*----------------------------------------------------------------
007790 01  WS-OLD-ROLE                PIC X(01).
007795 01  WS-OLD-STMT                PIC X(01).
007796 01  WS-NEW-ROLE                PIC X(01).
007797 01  WS-NEW-STMT                PIC X(01).
007800
007810*----------------------------------------------------------------
007811* THE ACCOUNT-LIST DISPLAY - EACH ACCOUNT THE CUSTOMER IS LINKED
007812* TO IS READ FROM ACCTMST AND SHOWN WITH THE CUSTOMER'S ROLE AND
007813* THE AVAILABLE BALANCE, TWO ENTRIES TO A SCREEN LINE, EIGHT TO
007814* A SCREEN FROM WS-ACL-START ON (SEE 7100-SHOW-ONE-ACCT).
007815*----------------------------------------------------------------
007816 01  WS-SHOW-IX                 PIC S9(4) COMP.
007817 01  WS-ACL-LINE-IX             PIC S9(4) COMP.
007819 01  WS-ACL-WORK-ENT.
007820    05  WS-ACLW-ACCT            PIC X(10).
007821    05  FILLER                  PIC X(01).
007821    05  WS-ACLW-ROLE            PIC X(01).
007821    05  FILLER                  PIC X(01).
007822    05  WS-ACLW-BAL             PIC -ZZZ,ZZZ,ZZ9.99.
007823    05  WS-ACLW-TEXT REDEFINES WS-ACLW-BAL
007824                               PIC X(15).
007826    05  WS-ACL-LINE OCCURS 4 TIMES.
007827       10  WS-ACL-ENT OCCURS 2 TIMES
007828                               PIC X(29).
007828 01  WS-ACL-START               PIC X(10).
007828 01  WS-LINK-CNT                PIC S9(4) COMP.
007828 01  WS-LINK-CNT-DISP           PIC ZZZ9.
007829
007900*----------------------------------------------------------------
008000* THE OPERATOR'S INPUT, CAPTURED OFF THE MAP BEFORE THE OUTPUT
008900 01  WS-IN-PHON                 PIC X(10).
009000 01  WS-IN-TAX                  PIC X(09).
009100 01  WS-IN-ACCT                 PIC X(10).
009110 01  WS-IN-ROLE                 PIC X(01).
009120 01  WS-IN-STMT                 PIC X(01).
009200
009300 PROCEDURE DIVISION.
009400*----------------------------------------------------------------
010500
010600*----------------------------------------------------------------
010700* 1000-INITIALIZE
010800*     PICKS UP THE SIGNED-ON USERID, SENDS THE FULL MAP AND
010900*     TAKES THE OPERATOR'S FIRST INPUT.  MAPFAIL (E.G. CLEAR)
010910*     ENDS THE TASK CLEANLY.
011000*----------------------------------------------------------------
011100 1000-INITIALIZE.
011110     EXEC CICS ASSIGN
011120          USERID(WS-OPER-ID)
011130     END-EXEC.
011200     MOVE LOW-VALUES TO PROG13MO.
011300     MOVE 'ENTER CUSTOMER AND ACTION - X TO EXIT' TO MSGLNO.
011400     EXEC CICS SEND MAP('PROG13M')
014200     MOVE PHONFI TO WS-IN-PHON.
014300     MOVE TAXFI  TO WS-IN-TAX.
014400     MOVE ACCTFI TO WS-IN-ACCT.
014410     MOVE ROLEFI TO WS-IN-ROLE.
014420     MOVE STMTFI TO WS-IN-STMT.
014430     IF WS-IN-ROLE = LOW-VALUE
014440         MOVE SPACE TO WS-IN-ROLE
014450     END-IF.
014460     IF WS-IN-STMT = LOW-VALUE
014470         MOVE SPACE TO WS-IN-STMT
014480     END-IF.
014500     IF WS-IN-ACTION = 'X'
014600         SET WS-EXIT-TIME TO TRUE
014700         GO TO 2000-EXIT.
015000         MOVE 'CUSTOMER NUMBER REQUIRED' TO MSGLNO
015100         PERFORM 8000-SEND-RECEIVE THRU 8000-EXIT
015200         GO TO 2000-EXIT.
015210     MOVE LOW-VALUES TO WS-ACL-START.
015300     EVALUATE WS-IN-ACTION
015400         WHEN 'I'
015500             PERFORM 3100-INQUIRE THRU 3100-EXIT
016300             PERFORM 3500-REACTIVATE THRU 3500-EXIT
016400         WHEN 'L'
016500             PERFORM 3600-LINK-ACCT THRU 3600-EXIT
016510         WHEN 'E'
016520             PERFORM 3700-END-LINK THRU 3700-EXIT
016600         WHEN OTHER
016700             MOVE 'ACTION MUST BE A, U, I, D, R, L, E OR X'
016800                 TO MSGLNO
016900     END-EVALUATE.
017000     PERFORM 8000-SEND-RECEIVE THRU 8000-EXIT.
017300
017400*----------------------------------------------------------------
017500* 3100-INQUIRE
017600*     READS THE CUSTOMER AND SHOWS WHAT IS ON FILE, WITH THE
017610*     NUMBER OF ACCOUNTS LINKED.  A LINK ACCT KEYED WITH I LISTS
017620*     THE LINKED ACCOUNTS FROM THAT ACCOUNT NUMBER ON - HOW A
017630*     CUSTOMER WITH MORE THAN EIGHT IS PAGED THROUGH.
017700*----------------------------------------------------------------
017800 3100-INQUIRE.
017900     EXEC CICS READ
018800     IF WS-CUST-RESP NOT = DFHRESP(NORMAL)
018900         MOVE 'CUSTOMER FILE ERROR' TO MSGLNO
019000         GO TO 3100-EXIT.
019010     IF WS-IN-ACCT NOT = SPACES AND WS-IN-ACCT NOT = LOW-VALUES
019020         MOVE WS-IN-ACCT TO WS-ACL-START
019030     END-IF.
019100     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
019110     MOVE WS-LINK-CNT TO WS-LINK-CNT-DISP.
019120     MOVE SPACES TO MSGLNO.
019130     IF WS-LINK-CNT > WS-SHOW-IX
019140         STRING 'CUSTOMER DISPLAYED - ' DELIMITED BY SIZE
019150             WS-LINK-CNT-DISP DELIMITED BY SIZE
019160             ' LINKS - MORE: KEY LINK ACCT TO LIST FROM IT'
019170                 DELIMITED BY SIZE
019180             INTO MSGLNO
019190         END-STRING
019200     ELSE
019210         STRING 'CUSTOMER DISPLAYED - ' DELIMITED BY SIZE
019220             WS-LINK-CNT-DISP DELIMITED BY SIZE
019230             ' LINKED ACCOUNTS' DELIMITED BY SIZE
019240             INTO MSGLNO
019250         END-STRING
019260     END-IF.
019300 3100-EXIT.
019400     EXIT.
019500
019700* 3200-ADD
019800*     WRITES A NEW CUSTOMER.  THE NAME IS REQUIRED; THE OTHER
019900*     IDENTIFYING FIELDS MAY BE FILLED IN LATER WITH U.  A NEW
020000*     CUSTOMER GOES ON FILE ACTIVE WITH NO ACCOUNTS - ACCOUNTS
020100*     ARE TIED ON WITH L, NEVER KEYED ONTO THE RECORD DIRECTLY.
020300*----------------------------------------------------------------
020400 3200-ADD.
020500     IF WS-IN-NAME = SPACES OR LOW-VALUES
022900     IF WS-CUST-RESP NOT = DFHRESP(NORMAL)
023000         MOVE 'CUSTOMER FILE ERROR - NOT ADDED' TO MSGLNO
023100         GO TO 3200-EXIT.
023101     MOVE SPACES TO WS-CUST-BEFORE.
023102     PERFORM 6600-JOURNAL-CUST THRU 6600-EXIT.
023103     IF NOT WS-JRN-OK
023104         GO TO 3200-EXIT.
023110     PERFORM 6500-TAKE-SYNCPOINT THRU 6500-EXIT.
023200     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
023300     MOVE 'CUSTOMER ADDED' TO MSGLNO.
024100*     KEEPS ITS FILE VALUE.  THE KEYED FIELDS GET THE SAME EDITS
024200*     AS AN ADD (BEFORE THE READ, SO NO LOCK IS TAKEN JUST TO
024300*     BAIL).  STATUS IS NOT UPDATED HERE - THAT IS WHAT D AND R
024400*     ARE FOR - AND NEITHER ARE THE ACCOUNT LINKS, WHICH ONLY L
024500*     AND E TOUCH.
024600*----------------------------------------------------------------
024700 3300-UPDATE.
024800     PERFORM 6000-EDIT-FIELDS THRU 6000-EXIT.
026100     IF WS-CUST-RESP NOT = DFHRESP(NORMAL)
026200         MOVE 'CUSTOMER FILE ERROR' TO MSGLNO
026300         GO TO 3300-EXIT.
026310     MOVE CUST-RECORD TO WS-CUST-BEFORE.
026400     IF WS-IN-NAME NOT = LOW-VALUES AND WS-IN-NAME NOT = SPACES
026500         MOVE WS-IN-NAME TO CUST-NAME
026600     END-IF.
028500         MOVE 'CUSTOMER FILE ERROR - NOT UPDATED' TO MSGLNO
028510         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
028600         GO TO 3300-EXIT.
028601     PERFORM 6600-JOURNAL-CUST THRU 6600-EXIT.
028602     IF NOT WS-JRN-OK
028603         GO TO 3300-EXIT.
028610     PERFORM 6500-TAKE-SYNCPOINT THRU 6500-EXIT.
028700     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
028800     MOVE 'CUSTOMER UPDATED' TO MSGLNO.
029200*----------------------------------------------------------------
029300* 3400-DEACTIVATE
029400*     FLIPS THE CUSTOMER'S STATUS TO INACTIVE.  THE RECORD AND
029500*     ITS ACCOUNT LINKS STAY ON FILE WITH THEIR HISTORY INTACT.
029600*----------------------------------------------------------------
029700 3400-DEACTIVATE.
029800     EXEC CICS READ
030800     IF WS-CUST-RESP NOT = DFHRESP(NORMAL)
030900         MOVE 'CUSTOMER FILE ERROR' TO MSGLNO
031000         GO TO 3400-EXIT.
031010     MOVE CUST-RECORD TO WS-CUST-BEFORE.
031100     SET CUST-INACTIVE TO TRUE.
031200     EXEC CICS REWRITE
031300          FILE('CUSTMST')
031800         MOVE 'CUSTOMER FILE ERROR - NOT CHANGED' TO MSGLNO
031810         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
031900         GO TO 3400-EXIT.
031901     PERFORM 6600-JOURNAL-CUST THRU 6600-EXIT.
031902     IF NOT WS-JRN-OK
031903         GO TO 3400-EXIT.
031910     PERFORM 6500-TAKE-SYNCPOINT THRU 6500-EXIT.
032000     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
032100     MOVE 'CUSTOMER DEACTIVATED' TO MSGLNO.
034000     IF WS-CUST-RESP NOT = DFHRESP(NORMAL)
034100         MOVE 'CUSTOMER FILE ERROR' TO MSGLNO
034200         GO TO 3500-EXIT.
034210     MOVE CUST-RECORD TO WS-CUST-BEFORE.
034300     SET CUST-ACTIVE TO TRUE.
034400     EXEC CICS REWRITE
034500          FILE('CUSTMST')
035000         MOVE 'CUSTOMER FILE ERROR - NOT CHANGED' TO MSGLNO
035010         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
035100         GO TO 3500-EXIT.
035101     PERFORM 6600-JOURNAL-CUST THRU 6600-EXIT.
035102     IF NOT WS-JRN-OK
035103         GO TO 3500-EXIT.
035110     PERFORM 6500-TAKE-SYNCPOINT THRU 6500-EXIT.
035200     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
035300     MOVE 'CUSTOMER REACTIVATED' TO MSGLNO.
035400 3500-EXIT.
035500     EXIT.
035600
035620*----------------------------------------------------------------
035640* 3600-LINK-ACCT
035660*     LINKS THE KEYED ACCOUNT TO THE KEYED CUSTOMER IN THE ROLE
035680*     KEYED, OR CHANGES THE ROLE OR STATEMENT FLAG OF A LINK
035700*     ALREADY ON RELF (SEE RELREC).  A BLANK ROLE KEEPS AN
035720*     EXISTING LINK'S ROLE; ON A NEW LINK IT MAKES THE CUSTOMER
035740*     PRIMARY OWNER IF THE ACCOUNT HAS NONE, OTHERWISE A JOINT
035760*     OWNER.  A BLANK STATEMENT FLAG KEEPS AN EXISTING LINK'S
035780*     FLAG WHILE ITS ROLE IS UNCHANGED; OTHERWISE OWNERS ARE SENT
035800*     THE STATEMENT AND A POWER OF ATTORNEY IS NOT.
035820*
035840*     AN ACCOUNT HAS AT MOST ONE PRIMARY OWNER, AND IT IS THE
035860*     CUSTOMER STAMPED IN ACCT-CUST-NO - A NEW PRIMARY IS REFUSED
035880*     WHILE ANOTHER CUSTOMER HOLDS THAT ROLE (END OR CHANGE THAT
035900*     LINK FIRST), AND A PRIMARY OWNER MOVED TO ANOTHER ROLE HAS
035920*     ACCT-CUST-NO CLEARED.  THE ACCOUNT IS READ FOR UPDATE
035940*     BEFORE THE LINK SO BOTH ARE DECIDED UNDER LOCK, AND IS
035960*     REWRITTEN ONLY IF ACCT-CUST-NO CHANGES.  BOTH RELF RECORDS
035980*     OF THE LINK AND THE ACCOUNT GO IN ONE UNIT OF WORK - ANY
036000*     FAILURE BACKS OUT THE LOT.  THE ACCOUNT (IF CHANGED) AND
036020*     THE LINK ARE JOURNALED BEFORE THE COMMIT.  EVERY PATH
036040*     COMMITS, ROLLS BACK OR UNLOCKS BEFORE THE CONVERSATION
036060*     WAITS ON THE TERMINAL AGAIN.
036080*----------------------------------------------------------------
036100 3600-LINK-ACCT.
036120     IF WS-IN-ACCT = SPACES OR LOW-VALUES
036140         MOVE 'LINK ACCT REQUIRED FOR ACTION L' TO MSGLNO
036160         GO TO 3600-EXIT.
036180     IF WS-IN-ROLE NOT = SPACE
036200      AND WS-IN-ROLE NOT = 'P' AND WS-IN-ROLE NOT = 'J'
036220      AND WS-IN-ROLE NOT = 'T' AND WS-IN-ROLE NOT = 'A'
036240         MOVE 'ROLE MUST BE P, J, T OR A' TO MSGLNO
036260         GO TO 3600-EXIT.
036280     IF WS-IN-STMT NOT = SPACE
036300      AND WS-IN-STMT NOT = 'Y' AND WS-IN-STMT NOT = 'N'
036320         MOVE 'STATEMENT FLAG MUST BE Y OR N' TO MSGLNO
036340         GO TO 3600-EXIT.
036360     EXEC CICS READ
036380          FILE('CUSTMST')
036400          INTO(CUST-RECORD)
036420          RIDFLD(WS-IN-CUST)
036440          RESP(WS-CUST-RESP)
036460     END-EXEC.
036480     IF WS-CUST-RESP = DFHRESP(NOTFND)
036500         MOVE 'CUSTOMER NOT ON FILE - USE A' TO MSGLNO
036520         GO TO 3600-EXIT.
036540     IF WS-CUST-RESP NOT = DFHRESP(NORMAL)
036560         MOVE 'CUSTOMER FILE ERROR' TO MSGLNO
036580         GO TO 3600-EXIT.
036600     EXEC CICS READ
036620          FILE('ACCTMST')
036640          INTO(ACCT-RECORD)
036660          RIDFLD(WS-IN-ACCT)
036680          UPDATE
036700          RESP(WS-ACCT-RESP)
036720     END-EXEC.
036740     IF WS-ACCT-RESP = DFHRESP(NOTFND)
036760         MOVE 'ACCOUNT NOT ON FILE - NOT LINKED' TO MSGLNO
036780         GO TO 3600-EXIT.
036800     IF WS-ACCT-RESP NOT = DFHRESP(NORMAL)
036820         MOVE 'ACCOUNT FILE ERROR - NOT LINKED' TO MSGLNO
036840         GO TO 3600-EXIT.
036860     MOVE ACCT-RECORD TO WS-ACCT-BEFORE.
036880     PERFORM 3690-READ-LINK THRU 3690-EXIT.
036900     IF WS-REL-RESP NOT = DFHRESP(NORMAL)
036920      AND WS-REL-RESP NOT = DFHRESP(NOTFND)
036940         MOVE 'RELATIONSHIP FILE ERROR - NOT LINKED' TO MSGLNO
036960         PERFORM 3680-RELEASE-LOCKS THRU 3680-EXIT
036980         GO TO 3600-EXIT.
037000     PERFORM 3610-SET-ROLE THRU 3610-EXIT.
037020     IF WS-NEW-ROLE = 'P'
037040      AND ACCT-CUST-NO NOT = SPACES
037060      AND ACCT-CUST-NO NOT = LOW-VALUES
037080      AND ACCT-CUST-NO NOT = WS-IN-CUST
037100         MOVE 'ACCOUNT HAS ANOTHER PRIMARY OWNER - NOT LINKED'
037120             TO MSGLNO
037140         PERFORM 3680-RELEASE-LOCKS THRU 3680-EXIT
037160         GO TO 3600-EXIT.
037180     MOVE 'N' TO WS-ACCT-CHG-SW.
037200     IF WS-NEW-ROLE = 'P'
037220         IF ACCT-CUST-NO NOT = WS-IN-CUST
037240             MOVE WS-IN-CUST TO ACCT-CUST-NO
037260             SET WS-ACCT-CHANGED TO TRUE
037280         END-IF
037300     ELSE
037320         IF ACCT-CUST-NO = WS-IN-CUST
037340             MOVE SPACES TO ACCT-CUST-NO
037360             SET WS-ACCT-CHANGED TO TRUE
037380         END-IF
037400     END-IF.
037420     IF WS-LINK-FOUND
037440      AND WS-NEW-ROLE = WS-OLD-ROLE
037460      AND WS-NEW-STMT = WS-OLD-STMT
037480      AND NOT WS-ACCT-CHANGED
037500         PERFORM 3680-RELEASE-LOCKS THRU 3680-EXIT
037520         PERFORM 7000-SHOW-RECORD THRU 7000-EXIT
037540         MOVE 'LINK UNCHANGED - NOTHING UPDATED' TO MSGLNO
037560         GO TO 3600-EXIT.
037580     IF WS-ACCT-CHANGED
037600         EXEC CICS REWRITE
037620              FILE('ACCTMST')
037640              FROM(ACCT-RECORD)
037660              RESP(WS-ACCT-RESP)
037680         END-EXEC
037700         IF WS-ACCT-RESP NOT = DFHRESP(NORMAL)
037720             MOVE 'ACCOUNT FILE ERROR - NOT LINKED' TO MSGLNO
037740             PERFORM 3680-RELEASE-LOCKS THRU 3680-EXIT
037760             GO TO 3600-EXIT
037780         END-IF
037800     END-IF.
037820     EXEC CICS ASKTIME
037840          ABSTIME(WS-ABSTIME)
037860     END-EXEC.
037880     EXEC CICS FORMATTIME
037900          ABSTIME(WS-ABSTIME)
037920          YYYYMMDD(WS-TODAY)
037940     END-EXEC.
037960     IF WS-LINK-FOUND
037980         MOVE WS-TODAY   TO REL-CHANGED-DATE
038000         MOVE WS-OPER-ID TO REL-CHANGED-BY
038020     ELSE
038040         MOVE SPACES     TO REL-RECORD
038060         MOVE WS-IN-CUST TO REL-CUST-NO
038080         MOVE WS-IN-ACCT TO REL-ACCT-NO
038100         MOVE WS-TODAY   TO REL-ADDED-DATE
038120         MOVE WS-OPER-ID TO REL-ADDED-BY
038140     END-IF.
038160     MOVE WS-NEW-ROLE TO REL-ROLE.
038180     MOVE WS-NEW-STMT TO REL-STMT-SW.
038200     PERFORM 3620-PUT-CUST-SIDE THRU 3620-EXIT.
038220     IF WS-REL-RESP NOT = DFHRESP(NORMAL)
038240         MOVE 'RELATIONSHIP FILE ERROR - LINK BACKED OUT'
038260             TO MSGLNO
038280         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
038300         GO TO 3600-EXIT.
038320     PERFORM 3630-PUT-ACCT-SIDE THRU 3630-EXIT.
038340     IF WS-REL-RESP NOT = DFHRESP(NORMAL)
038360         MOVE 'RELATIONSHIP FILE ERROR - LINK BACKED OUT'
038380             TO MSGLNO
038400         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
038420         GO TO 3600-EXIT.
038440     IF WS-ACCT-CHANGED
038460         PERFORM 6610-JOURNAL-ACCT THRU 6610-EXIT
038480         IF NOT WS-JRN-OK
038500             GO TO 3600-EXIT
038520         END-IF
038540     END-IF.
038560     PERFORM 6620-JOURNAL-LINK THRU 6620-EXIT.
038580     IF NOT WS-JRN-OK
038600         GO TO 3600-EXIT.
038620     PERFORM 6500-TAKE-SYNCPOINT THRU 6500-EXIT.
038640     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
038660     IF WS-LINK-FOUND
038680         MOVE 'LINK CHANGED' TO MSGLNO
038700     ELSE
038720         MOVE 'ACCOUNT LINKED TO CUSTOMER' TO MSGLNO
038740     END-IF.
038760 3600-EXIT.
038780     EXIT.
038800
038820*----------------------------------------------------------------
038840* 3610-SET-ROLE
038860*     SETTLES THE ROLE AND STATEMENT FLAG THE LINK IS TO HAVE -
038880*     WHAT WAS KEYED, OR THE DEFAULTS DESCRIBED AT 3600.
038900*----------------------------------------------------------------
038920 3610-SET-ROLE.
038940     MOVE WS-IN-ROLE TO WS-NEW-ROLE.
038960     IF WS-NEW-ROLE = SPACE
038980         IF WS-LINK-FOUND
039000             MOVE WS-OLD-ROLE TO WS-NEW-ROLE
039020         ELSE
039040             IF ACCT-CUST-NO = SPACES
039060              OR ACCT-CUST-NO = LOW-VALUES
039080              OR ACCT-CUST-NO = WS-IN-CUST
039100                 MOVE 'P' TO WS-NEW-ROLE
039120             ELSE
039140                 MOVE 'J' TO WS-NEW-ROLE
039160             END-IF
039180         END-IF
039200     END-IF.
039220     MOVE WS-IN-STMT TO WS-NEW-STMT.
039240     IF WS-NEW-STMT = SPACE
039260         IF WS-LINK-FOUND AND WS-NEW-ROLE = WS-OLD-ROLE
039280             MOVE WS-OLD-STMT TO WS-NEW-STMT
039300         ELSE
039320             IF WS-NEW-ROLE = 'A'
039340                 MOVE 'N' TO WS-NEW-STMT
039360             ELSE
039380                 MOVE 'Y' TO WS-NEW-STMT
039400             END-IF
039420         END-IF
039440     END-IF.
039460 3610-EXIT.
039480     EXIT.
039500
039520*----------------------------------------------------------------
039540* 3620-PUT-CUST-SIDE
039560*     WRITES THE CUSTOMER-SIDE ('C') RECORD OF THE LINK IN
039580*     REL-RECORD, OR REWRITES IT OVER THE ONE 3690 READ FOR
039600*     UPDATE.
039620*----------------------------------------------------------------
039640 3620-PUT-CUST-SIDE.
039660     MOVE 'C'        TO REL-KEY-TYPE.
039680     MOVE WS-IN-CUST TO REL-KEY-1.
039700     MOVE WS-IN-ACCT TO REL-KEY-2.
039720     IF WS-LINK-FOUND
039740         EXEC CICS REWRITE
039760              FILE('RELF')
039780              FROM(REL-RECORD)
039800              RESP(WS-REL-RESP)
039820         END-EXEC
039840     ELSE
039860         EXEC CICS WRITE
039880              FILE('RELF')
039900              FROM(REL-RECORD)
039920              RIDFLD(REL-KEY)
039940              RESP(WS-REL-RESP)
039960         END-EXEC
039980     END-IF.
040000 3620-EXIT.
040020     EXIT.
040040
040060*----------------------------------------------------------------
040080* 3630-PUT-ACCT-SIDE
040100*     WRITES OR REWRITES THE ACCOUNT-SIDE ('A') RECORD OF THE
040120*     LINK WITH THE SAME DATA.  IT IS LOOKED UP RATHER THAN
040140*     ASSUMED FROM THE 'C' SIDE, SO A LINK FOUND WITH ONLY ONE
040160*     SIDE ON FILE IS MADE WHOLE.  REL-RECORD IS LEFT KEYED AS
040180*     THE 'C' RECORD AGAIN FOR THE JOURNAL.
040200*----------------------------------------------------------------
040220 3630-PUT-ACCT-SIDE.
040240     MOVE 'A'        TO REL-KEY-TYPE.
040260     MOVE WS-IN-ACCT TO REL-KEY-1.
040280     MOVE WS-IN-CUST TO REL-KEY-2.
040300     EXEC CICS READ
040320          FILE('RELF')
040340          INTO(WS-REL-WORK)
040360          RIDFLD(REL-KEY)
040380          UPDATE
040400          RESP(WS-REL-RESP)
040420     END-EXEC.
040440     IF WS-REL-RESP = DFHRESP(NORMAL)
040460         EXEC CICS REWRITE
040480              FILE('RELF')
040500              FROM(REL-RECORD)
040520              RESP(WS-REL-RESP)
040540         END-EXEC
040560     ELSE
040580         IF WS-REL-RESP = DFHRESP(NOTFND)
040600             EXEC CICS WRITE
040620                  FILE('RELF')
040640                  FROM(REL-RECORD)
040660                  RIDFLD(REL-KEY)
040680                  RESP(WS-REL-RESP)
040700             END-EXEC
040720         END-IF
040740     END-IF.
040760     MOVE 'C'        TO REL-KEY-TYPE.
040780     MOVE WS-IN-CUST TO REL-KEY-1.
040800     MOVE WS-IN-ACCT TO REL-KEY-2.
040820 3630-EXIT.
040840     EXIT.
040860
040880*----------------------------------------------------------------
040900* 3680-RELEASE-LOCKS
040920*     GIVES BACK THE ACCTMST (AND, WHEN TAKEN, RELF) UPDATE LOCKS
040940*     ON A LINK PATH THAT DECIDED NOT TO REWRITE - THE
040960*     CONVERSATION MUST NOT SIT ON A RECORD LOCK ACROSS THE
040980*     TERMINAL WAIT (SEE PROG2'S 2070-RELEASE-ACCT).
041000*----------------------------------------------------------------
041020 3680-RELEASE-LOCKS.
041040     EXEC CICS UNLOCK
041060          FILE('ACCTMST')
041080          RESP(WS-ACCT-RESP)
041100     END-EXEC.
041120     EXEC CICS UNLOCK
041140          FILE('RELF')
041160          RESP(WS-REL-RESP)
041180     END-EXEC.
041200 3680-EXIT.
041220     EXIT.
041240
041260*----------------------------------------------------------------
041280* 3690-READ-LINK
041300*     READS THE CUSTOMER-SIDE ('C') RECORD OF THE KEYED LINK FOR
041320*     UPDATE.  FOUND, ITS ROLE AND STATEMENT FLAG ARE SAVED AND
041340*     THE RECORD KEPT AS THE JOURNAL'S BEFORE IMAGE; NOT FOUND,
041360*     THE BEFORE IMAGE IS SPACES.  THE CALLER CHECKS WS-REL-RESP.
041380*----------------------------------------------------------------
041400 3690-READ-LINK.
041420     MOVE 'N'    TO WS-LINK-FOUND-SW.
041440     MOVE SPACES TO WS-REL-BEFORE.
041460     MOVE SPACES TO WS-OLD-ROLE.
041480     MOVE SPACES TO WS-OLD-STMT.
041500     MOVE 'C'        TO WS-RK-TYPE.
041520     MOVE WS-IN-CUST TO WS-RK-KEY-1.
041540     MOVE WS-IN-ACCT TO WS-RK-KEY-2.
041560     EXEC CICS READ
041580          FILE('RELF')
041600          INTO(REL-RECORD)
041620          RIDFLD(WS-REL-KEY)
041640          UPDATE
041660          RESP(WS-REL-RESP)
041680     END-EXEC.
041700     IF WS-REL-RESP = DFHRESP(NORMAL)
041720         SET WS-LINK-FOUND TO TRUE
041740         MOVE REL-RECORD  TO WS-REL-BEFORE
041760         MOVE REL-ROLE    TO WS-OLD-ROLE
041780         MOVE REL-STMT-SW TO WS-OLD-STMT
041800     END-IF.
041820 3690-EXIT.
041840     EXIT.
041860
041880*----------------------------------------------------------------
041900* 3700-END-LINK
041920*     ENDS THE KEYED CUSTOMER'S LINK TO THE KEYED ACCOUNT -
041940*     DELETES BOTH RELF RECORDS OF IT AND, IF THE CUSTOMER WAS
041960*     THE PRIMARY OWNER, CLEARS ACCT-CUST-NO ON THE ACCOUNT,
041980*     WHICH THEN HAS NO PRIMARY OWNER UNTIL ANOTHER CUSTOMER IS
042000*     LINKED AS ONE.  ONE UNIT OF WORK, JOURNALED LIKE A LINK -
042020*     THE ENDED LINK'S AFTER IMAGE IS SPACES.  THE ACCOUNT'S
042040*     HISTORY IS UNTOUCHED; ONLY THE LINK GOES.
042060*----------------------------------------------------------------
042080 3700-END-LINK.
042100     IF WS-IN-ACCT = SPACES OR LOW-VALUES
042120         MOVE 'LINK ACCT REQUIRED FOR ACTION E' TO MSGLNO
042140         GO TO 3700-EXIT.
042160     EXEC CICS READ
042180          FILE('CUSTMST')
042200          INTO(CUST-RECORD)
042220          RIDFLD(WS-IN-CUST)
042240          RESP(WS-CUST-RESP)
042260     END-EXEC.
042280     IF WS-CUST-RESP = DFHRESP(NOTFND)
042300         MOVE 'CUSTOMER NOT ON FILE' TO MSGLNO
042320         GO TO 3700-EXIT.
042340     IF WS-CUST-RESP NOT = DFHRESP(NORMAL)
042360         MOVE 'CUSTOMER FILE ERROR' TO MSGLNO
042380         GO TO 3700-EXIT.
042400     EXEC CICS READ
042420          FILE('ACCTMST')
042440          INTO(ACCT-RECORD)
042460          RIDFLD(WS-IN-ACCT)
042480          UPDATE
042500          RESP(WS-ACCT-RESP)
042520     END-EXEC.
042540     IF WS-ACCT-RESP = DFHRESP(NOTFND)
042560         MOVE 'ACCOUNT NOT ON FILE' TO MSGLNO
042580         GO TO 3700-EXIT.
042600     IF WS-ACCT-RESP NOT = DFHRESP(NORMAL)
042620         MOVE 'ACCOUNT FILE ERROR - LINK NOT ENDED' TO MSGLNO
042640         GO TO 3700-EXIT.
042660     MOVE ACCT-RECORD TO WS-ACCT-BEFORE.
042680     PERFORM 3690-READ-LINK THRU 3690-EXIT.
042700     IF WS-REL-RESP = DFHRESP(NOTFND)
042720         MOVE 'ACCOUNT NOT LINKED TO THIS CUSTOMER' TO MSGLNO
042740         PERFORM 3680-RELEASE-LOCKS THRU 3680-EXIT
042760         GO TO 3700-EXIT.
042780     IF WS-REL-RESP NOT = DFHRESP(NORMAL)
042800         MOVE 'RELATIONSHIP FILE ERROR - LINK NOT ENDED'
042820             TO MSGLNO
042840         PERFORM 3680-RELEASE-LOCKS THRU 3680-EXIT
042860         GO TO 3700-EXIT.
042880     EXEC CICS DELETE
042900          FILE('RELF')
042920          RESP(WS-REL-RESP)
042940     END-EXEC.
042960     IF WS-REL-RESP NOT = DFHRESP(NORMAL)
042980         MOVE 'RELATIONSHIP FILE ERROR - CHANGE BACKED OUT'
043000             TO MSGLNO
043020         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
043040         GO TO 3700-EXIT.
043060     MOVE 'A'        TO WS-RK-TYPE.
043080     MOVE WS-IN-ACCT TO WS-RK-KEY-1.
043100     MOVE WS-IN-CUST TO WS-RK-KEY-2.
043120     EXEC CICS DELETE
043140          FILE('RELF')
043160          RIDFLD(WS-REL-KEY)
043180          RESP(WS-REL-RESP)
043200     END-EXEC.
043220     IF WS-REL-RESP NOT = DFHRESP(NORMAL)
043240      AND WS-REL-RESP NOT = DFHRESP(NOTFND)
043260         MOVE 'RELATIONSHIP FILE ERROR - CHANGE BACKED OUT'
043280             TO MSGLNO
043300         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
043320         GO TO 3700-EXIT.
043340     MOVE 'N' TO WS-ACCT-CHG-SW.
043360     IF ACCT-CUST-NO = WS-IN-CUST
043380         MOVE SPACES TO ACCT-CUST-NO
043400         SET WS-ACCT-CHANGED TO TRUE
043420         EXEC CICS REWRITE
043440              FILE('ACCTMST')
043460              FROM(ACCT-RECORD)
043480              RESP(WS-ACCT-RESP)
043500         END-EXEC
043520         IF WS-ACCT-RESP NOT = DFHRESP(NORMAL)
043540             MOVE 'ACCOUNT FILE ERROR - CHANGE BACKED OUT'
043560                 TO MSGLNO
043580             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
043600             GO TO 3700-EXIT
043620         END-IF
043640         PERFORM 6610-JOURNAL-ACCT THRU 6610-EXIT
043660         IF NOT WS-JRN-OK
043680             GO TO 3700-EXIT
043700         END-IF
043720     END-IF.
043740     PERFORM 6620-JOURNAL-LINK THRU 6620-EXIT.
043760     IF NOT WS-JRN-OK
043780         GO TO 3700-EXIT.
043800     PERFORM 6500-TAKE-SYNCPOINT THRU 6500-EXIT.
043820     PERFORM 7000-SHOW-RECORD THRU 7000-EXIT.
043840     IF WS-ACCT-CHANGED
043860         MOVE 'LINK ENDED - ACCOUNT NOW HAS NO PRIMARY OWNER'
043880             TO MSGLNO
043900     ELSE
043920         MOVE 'LINK ENDED' TO MSGLNO
043940     END-IF.
043960 3700-EXIT.
043980     EXIT.
043990
045300*----------------------------------------------------------------
045400* 6000-EDIT-FIELDS
045500*     SCREEN EDITS SHARED BY ADD AND UPDATE - A KEYED PHONE OR
047310 6500-EXIT.
047311     EXIT.
047312
047313*----------------------------------------------------------------
047314* 6600-JOURNAL-CUST
047315*     JOURNALS THE CUSTMST CHANGE IN HAND - THE ACTION KEYED,
047316*     THE RECORD AS READ FOR UPDATE (SPACES ON AN ADD) AND AS
047317*     WRITTEN.
047318*----------------------------------------------------------------
047319 6600-JOURNAL-CUST.
047320     MOVE SPACES         TO JRN-RECORD.
047321     MOVE 'CUSTMST'      TO JRN-FILE-ID.
047322     MOVE CUST-NO        TO JRN-REC-KEY.
047323     MOVE WS-CUST-BEFORE TO JRN-BEFORE-IMAGE.
047324     MOVE CUST-RECORD    TO JRN-AFTER-IMAGE.
047325     PERFORM 6690-WRITE-JOURNAL THRU 6690-EXIT.
047326 6600-EXIT.
047327     EXIT.
047328
047329*----------------------------------------------------------------
047330* 6610-JOURNAL-ACCT
047331*     JOURNALS THE ACCTMST SIDE OF A LINK - THE ACCOUNT AS READ
047332*     FOR UPDATE AND AS REWRITTEN WITH ACCT-CUST-NO CHANGED.
047333*----------------------------------------------------------------
047334 6610-JOURNAL-ACCT.
047335     MOVE SPACES         TO JRN-RECORD.
047336     MOVE 'ACCTMST'      TO JRN-FILE-ID.
047337     MOVE ACCT-NO        TO JRN-REC-KEY.
047338     MOVE WS-ACCT-BEFORE TO JRN-BEFORE-IMAGE.
047339     MOVE ACCT-RECORD    TO JRN-AFTER-IMAGE.
047340     PERFORM 6690-WRITE-JOURNAL THRU 6690-EXIT.
047341 6610-EXIT.
047342     EXIT.
047343
047343*----------------------------------------------------------------
047344* 6620-JOURNAL-LINK
047345*     JOURNALS A RELF LINK CHANGE AS ITS CUSTOMER-SIDE ('C')
047346*     RECORD UNDER THE CUSTOMER NUMBER - THE LINK AS READ FOR
047347*     UPDATE (SPACES ON A NEW LINK) AND AS WRITTEN (SPACES WHEN
047348*     E ENDED IT).
047349*----------------------------------------------------------------
047349 6620-JOURNAL-LINK.
047350     MOVE SPACES         TO JRN-RECORD.
047351     MOVE 'RELF'         TO JRN-FILE-ID.
047352     MOVE WS-IN-CUST     TO JRN-REC-KEY.
047353     MOVE WS-REL-BEFORE  TO JRN-BEFORE-IMAGE.
047354     IF WS-IN-ACTION = 'E'
047355         MOVE SPACES     TO JRN-AFTER-IMAGE
047356     ELSE
047356         MOVE REL-RECORD TO JRN-AFTER-IMAGE
047357     END-IF.
047358     PERFORM 6690-WRITE-JOURNAL THRU 6690-EXIT.
047359 6620-EXIT.
047360     EXIT.
047361
047362*----------------------------------------------------------------
047363* 6690-WRITE-JOURNAL
047363*     WRITES THE JRNLF RECORD BUILT BY 6600-6620 - STAMPS THE
047364*     KEY (DATE, TIME, TERMINAL, TASK AND THE TASK'S NEXT
047365*     SEQUENCE), THE ACTION, USERID AND PROGRAM.  IF THE JOURNAL
047366*     CANNOT BE WRITTEN THE CHANGE IS ROLLED BACK WITH IT - AN
047367*     UNJOURNALED CHANGE IS WHAT THIS FILE EXISTS TO PREVENT.
047368*----------------------------------------------------------------
047369 6690-WRITE-JOURNAL.
047370     EXEC CICS ASKTIME
047370          ABSTIME(WS-ABSTIME)
047371     END-EXEC.
047372     EXEC CICS FORMATTIME
047373          ABSTIME(WS-ABSTIME)
047374          YYYYMMDD(JRN-DATE)
047375          TIME(JRN-TIME)
047376     END-EXEC.
047376     MOVE EIBTRMID     TO JRN-TERM-ID.
047377     MOVE EIBTASKN     TO JRN-TASK-NO.
047378     ADD 1 TO WS-JRN-SEQ.
047379     MOVE WS-JRN-SEQ   TO JRN-SEQ.
047380     MOVE WS-IN-ACTION TO JRN-ACTION.
047381     MOVE WS-OPER-ID   TO JRN-USER-ID.
047382     MOVE 'PROG13'     TO JRN-PROGRAM.
047383     MOVE SPACES       TO JRN-RPT-DATE.
047383     EXEC CICS WRITE
047384          FILE('JRNLF')
047385          FROM(JRN-RECORD)
047386          RIDFLD(JRN-KEY)
047387          RESP(WS-JRN-RESP)
047388     END-EXEC.
047389     IF WS-JRN-RESP = DFHRESP(NORMAL)
047390         MOVE 'Y' TO WS-JRN-OK-SW
047390         GO TO 6690-EXIT.
047391     MOVE 'N' TO WS-JRN-OK-SW.
047392     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
047393     MOVE 'JOURNAL FILE ERROR - CHANGE BACKED OUT' TO MSGLNO.
047394 6690-EXIT.
047395     EXIT.
047396
047397*----------------------------------------------------------------
047411* 7000-SHOW-RECORD
047425*     ECHOES THE RECORD IN CUST-RECORD BACK TO THE SCREEN, WITH
047439*     THE CUSTOMER'S LINKED ACCOUNTS, THEIR ROLE ON EACH AND
047453*     THEIR AVAILABLE BALANCES LISTED BELOW IT.
047467*----------------------------------------------------------------
047481 7000-SHOW-RECORD.
047495     MOVE CUST-NO             TO CSTNOO.
047509     MOVE CUST-NAME           TO NAMEFO.
047523     MOVE CUST-ADDR-LINE-1    TO ADR1FO.
047537     MOVE CUST-ADDR-LINE-2    TO ADR2FO.
047551     MOVE CUST-PHONE          TO PHONFO.
047565     MOVE CUST-TAX-ID         TO TAXFO.
047579     MOVE CUST-STATUS         TO STATFO.
047593     MOVE SPACES TO WS-ACL-TBL.
047607     MOVE ZERO   TO WS-SHOW-IX.
047621     MOVE ZERO   TO WS-LINK-CNT.
047635     PERFORM 7050-LIST-LINKS THRU 7050-EXIT.
047649     PERFORM 7200-PUT-ACCT-LINE THRU 7200-EXIT
047663         VARYING WS-ACL-LINE-IX FROM 1 BY 1
047677         UNTIL WS-ACL-LINE-IX > 4.
047691 7000-EXIT.
047705     EXIT.
047719
047733*----------------------------------------------------------------
047747* 7050-LIST-LINKS
047761*     BROWSES THE CUSTOMER'S LINKS ON RELF - THE 'C' RECORDS
047775*     UNDER THE CUSTOMER NUMBER, IN ACCOUNT ORDER.  EVERY LINK IS
047789*     COUNTED; THE FIRST EIGHT FROM WS-ACL-START ON ARE SHOWN.
047803*     NO LINKS (NOTFND ON THE START) LEAVES THE LIST EMPTY.
047817*----------------------------------------------------------------
047831 7050-LIST-LINKS.
047845     MOVE 'N' TO WS-BRS-DONE-SW.
047859     MOVE LOW-VALUES TO WS-REL-BRS-KEY.
047873     MOVE 'C'        TO WS-RBK-TYPE.
047887     MOVE CUST-NO    TO WS-RBK-KEY-1.
047901     EXEC CICS STARTBR
047915          FILE('RELF')
047929          RIDFLD(WS-REL-BRS-KEY)
047943          GTEQ
047957          RESP(WS-REL-RESP)
047971     END-EXEC.
047985     IF WS-REL-RESP NOT = DFHRESP(NORMAL)
047999         GO TO 7050-EXIT.
048013     PERFORM 7100-SHOW-ONE-ACCT THRU 7100-EXIT
048027         UNTIL WS-BRS-DONE.
048041     EXEC CICS ENDBR
048055          FILE('RELF')
048069          RESP(WS-REL-RESP)
048083     END-EXEC.
048097 7050-EXIT.
048111     EXIT.
048125
048139*----------------------------------------------------------------
048153* 7100-SHOW-ONE-ACCT
048167*     ONE READNEXT OF THE LINK BROWSE - STOPS ON END OF FILE OR
048181*     THE FIRST RECORD FOR ANOTHER CUSTOMER.  A LINK TO BE SHOWN
048195*     IS READ FROM ACCTMST AND LISTED WITH THE CUSTOMER'S ROLE
048209*     AND THE AVAILABLE BALANCE, CLOSED OR NOT - THE OPERATOR
048223*     ASKED WHAT THE CUSTOMER HOLDS, NOT WHAT IS STILL OPEN.  A
048237*     LINKED ACCOUNT NO LONGER ON THE MASTER IS SHOWN FLAGGED
048251*     RATHER THAN SILENTLY DROPPED.
048265*----------------------------------------------------------------
048279 7100-SHOW-ONE-ACCT.
048293     EXEC CICS READNEXT
048307          FILE('RELF')
048321          INTO(REL-RECORD)
048335          RIDFLD(WS-REL-BRS-KEY)
048349          RESP(WS-REL-RESP)
048363     END-EXEC.
048377     IF WS-REL-RESP NOT = DFHRESP(NORMAL)
048391         SET WS-BRS-DONE TO TRUE
048405         GO TO 7100-EXIT.
048419     IF WS-RBK-TYPE NOT = 'C'
048433      OR WS-RBK-KEY-1 NOT = CUST-NO
048447         SET WS-BRS-DONE TO TRUE
048461         GO TO 7100-EXIT.
048475     ADD 1 TO WS-LINK-CNT.
048489     IF REL-ACCT-NO < WS-ACL-START
048503      OR WS-SHOW-IX NOT < 8
048517         GO TO 7100-EXIT.
048531     ADD 1 TO WS-SHOW-IX.
048545     COMPUTE WS-ACL-LINE-IX = (WS-SHOW-IX + 1) / 2.
048559     COMPUTE WS-ACL-ENT-IX =
048573         WS-SHOW-IX - (WS-ACL-LINE-IX - 1) * 2.
048587     MOVE SPACES TO WS-ACL-WORK-ENT.
048601     MOVE REL-ACCT-NO TO WS-ACLW-ACCT.
048615     MOVE REL-ROLE    TO WS-ACLW-ROLE.
048629     EXEC CICS READ
048643          FILE('ACCTMST')
048657          INTO(ACCT-RECORD)
048671          RIDFLD(REL-ACCT-NO)
048685          RESP(WS-ACCT-RESP)
048699     END-EXEC.
048713     IF WS-ACCT-RESP = DFHRESP(NORMAL)
048727         MOVE ACCT-AVAIL-BAL TO WS-ACLW-BAL
048741     ELSE
048755         MOVE '*NOT ON MASTER*' TO WS-ACLW-TEXT
048769     END-IF.
048783     MOVE WS-ACL-WORK-ENT
048797         TO WS-ACL-ENT(WS-ACL-LINE-IX, WS-ACL-ENT-IX).
048811 7100-EXIT.
048825     EXIT.
048835
048836*----------------------------------------------------------------
048837* 7200-PUT-ACCT-LINE
