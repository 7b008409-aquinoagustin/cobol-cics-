000100*================================================================
000200* PROGRAM-ID.  PROG31
000300* AUTHOR.      J. MARTINEZ - ONLINE SYSTEMS GROUP
000400* INSTALLATION. DALLAS DATA CENTER
000500* DATE-WRITTEN. 2026-10-15
000600*
000700* PURPOSE.
000800*     NIGHTLY REFERENCE-DATA CHANGE REPORT FOR SIGN-OFF.  LISTS
000900*     EVERY CHANGE THE REFERENCE DATA SCREENS JOURNALED TO JRNLF
001000*     (SEE JRNLREC) THAT NO EARLIER RUN HAS REPORTED - PROG7'S
001100*     FUNCODF CHANGES, PROG13'S CUSTMST CHANGES, ITS RELF
001110*     CUSTOMER-ACCOUNT LINKS AND THE ACCTMST PRIMARY OWNER THEY
001200*     MOVE, PROG20'S CALENDF CHANGES - WITH WHO MADE IT, FROM
001300*     WHICH TERMINAL AND WHEN, AND EACH FIELD THAT CHANGED
001400*     SHOWN BEFORE AND AFTER.  THE REPORT ENDS IN A
001500*     SIGN-OFF BLOCK FOR THE REFERENCE DATA GROUP'S SUPERVISOR.
001600*
001700*     EACH RECORD LISTED IS STAMPED WITH THE RUN DATE (JRN-RPT-
001800*     DATE), SO A CHANGE MADE OVER A WEEKEND OR HOLIDAY, OR
001900*     WHILE THE WINDOW DID NOT RUN, IS PICKED UP ONCE BY THE
002000*     NEXT RUN - NEVER SKIPPED AND NEVER LISTED TWICE.  A CHANGE
002100*     JOURNALED AFTER THE RUN DATE WAITS FOR TOMORROW'S REPORT.
002200*     A LOST REPORT IS REPRINTED BY KEYING ITS RUN DATE IN THE
002300*     REPRINT COLUMNS OF THE SYSIN CARD - JRNLF IS THEN ONLY
002400*     READ, NOTHING IS STAMPED.
002500*
002600*     THE JOURNAL IMAGES ARE DECODED THROUGH THE FILES' OWN
002700*     RECORD LAYOUTS (FUNCODE, CUSTREC, CALREC, ACCTREC,
002710*     RELREC), SO A FIELD SHOWS UNDER ITS NAME RATHER THAN AS
002800*     RAW BYTES.  AN ADD SHOWS EVERY FIELD IT SET.  FOR AN
002900*     ACCTMST RECORD ONLY THE FIELDS THE REFERENCE DATA SCREENS
003000*     CAN TOUCH ARE DECODED (OWNING CUSTOMER, WITH STATUS AND
003100*     BALANCE FOR CONTEXT) - THE JOURNAL STILL HOLDS THE WHOLE
003200*     RECORD.
003300*
003400*     JRNLF IS UPDATED FROM BATCH HERE - QUIESCE IT IN CICS FOR
003500*     THE DURATION, AS FOR THE OTHER WINDOW STEPS THAT UPDATE A
003600*     CICS FILE.  A REFERENCE DATA CHANGE ATTEMPTED MEANWHILE IS
003700*     BACKED OUT BY THE SCREEN, NOT LOST.
003800*
003900* INPUT.
004000*     SYSIN    - ONE CARD.  COLS 1-8 THE RUN DATE (CCYYMMDD); IF
004100*                BLANK, RESOLVES TO THE LAST BUSINESS DAY ON
004200*                CALENDF.  COLS 9-16 A REPRINT DATE - THE RUN
004300*                DATE OF THE REPORT TO PRINT AGAIN; BLANK FOR
004400*                THE NORMAL NIGHTLY RUN.
004500*     CALENDF  - THE BUSINESS CALENDAR, FOR A BLANK RUN DATE.
004600*     JRNLF    - THE CHANGE JOURNAL, READ IN KEY (TIME) ORDER
004700*                AND REWRITTEN WITH THE REPORT STAMP.
004800* OUTPUT.
004900*     RPTOUT   - THE PRINTED CHANGE REPORT AND SIGN-OFF BLOCK.
005000*
005100* MAINTENANCE HISTORY.
005200* DATE       INIT  DESCRIPTION
005300* 2026-10-15 JXM   INITIAL VERSION.
005310* 2026-10-15 JXM   DECODES RELF LINK IMAGES (SEE 5500-DECODE-RELF)
005320*                  AND LISTS THE E (END OF LINK) ACTION.
005400*================================================================
005500 IDENTIFICATION DIVISION.
005600 PROGRAM-ID. PROG31.
005700 AUTHOR. J. MARTINEZ.
005800 INSTALLATION. DALLAS DATA CENTER.
005900 DATE-WRITTEN. 2026-10-15.
006000 DATE-COMPILED.
006100
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT JRNL-FILE ASSIGN TO JRNLF
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS JRN-KEY
006900         FILE STATUS IS WS-JRNL-STATUS.
007000     SELECT CALEND-FILE ASSIGN TO CALENDF
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS CAL-KEY
007400         FILE STATUS IS WS-CAL-STATUS.
007500     SELECT PARM-FILE ASSIGN TO SYSIN
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-PARM-STATUS.
007800     SELECT RPT-FILE ASSIGN TO RPTOUT
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-RPT-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400*----------------------------------------------------------------
008500* JRNLF - SAME RECORD LAYOUT PROG7/PROG13/PROG20 WRITE.
008600*----------------------------------------------------------------
008700 FD  JRNL-FILE.
008800 COPY JRNLREC.
008900
009000*----------------------------------------------------------------
009100* CALENDF - ONE RANDOM READ TO RESOLVE A BLANK RUN DATE.  THE
009200* SAME LAYOUT ALSO DECODES A JOURNALED CALENDF IMAGE, SO THE
009300* FILE IS CLOSED AS SOON AS THE RUN DATE IS KNOWN.
009400*----------------------------------------------------------------
009500 FD  CALEND-FILE.
009600 COPY CALREC.
009700
009800*----------------------------------------------------------------
009900* SYSIN PARAMETER CARD.
010000*----------------------------------------------------------------
010100 FD  PARM-FILE.
010200 01  PARM-RECORD.
010300    05  PARM-RUN-DATE           PIC X(08).
010400    05  PARM-REPRINT-DATE       PIC X(08).
010500    05  FILLER                  PIC X(64).
010600
010700*----------------------------------------------------------------
010800* PRINTED CHANGE REPORT.
010900*----------------------------------------------------------------
011000 FD  RPT-FILE.
011100 01  RPT-RECORD              PIC X(132).
011200
011300 WORKING-STORAGE SECTION.
011400*----------------------------------------------------------------
011500* FILE STATUS / SWITCHES.
011600*----------------------------------------------------------------
011700 01  WS-JRNL-STATUS           PIC X(02) VALUE '00'.
011800    88  JRNL-STATUS-OK               VALUE '00'.
011900 01  WS-CAL-STATUS            PIC X(02) VALUE '00'.
012000    88  CAL-STATUS-OK                VALUE '00'.
012100 01  WS-PARM-STATUS           PIC X(02) VALUE '00'.
012200    88  PARM-STATUS-OK               VALUE '00'.
012300 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
012400    88  RPT-STATUS-OK                VALUE '00'.
012500 01  WS-EOF-SW                PIC X(01) VALUE 'N'.
012600    88  END-OF-JRNL-FILE             VALUE 'Y'.
012700 01  WS-REPRINT-SW            PIC X(01) VALUE 'N'.
012800    88  WS-REPRINT                   VALUE 'Y'.
012900
013000*----------------------------------------------------------------
013100* RUN DATE - FROM SYSIN, OR THE LAST BUSINESS DAY IF NO CARD
013200* SUPPLIED - AND THE REPORT DATE BEING REPRINTED, IF ANY.
013300*----------------------------------------------------------------
013400 01  WS-RUN-DATE              PIC X(08).
013500 01  WS-REPRINT-DATE          PIC X(08) VALUE SPACES.
013600
013700*----------------------------------------------------------------
013800* RECORD LAYOUTS FOR DECODING THE JOURNAL IMAGES (CALREC IS
013900* ALREADY IN THE FILE SECTION, ABOVE).
014000*----------------------------------------------------------------
014100 COPY FUNCODE.
014200 COPY CUSTREC.
014300 COPY ACCTREC.
014310 COPY RELREC.
014400 01  WS-IMAGE                 PIC X(250).
014500
014600*----------------------------------------------------------------
014700* THE DECODED FIELDS OF ONE JOURNAL RECORD - ITS NAME, ITS
014800* VALUE BEFORE AND AFTER THE CHANGE.  EACH IMAGE IS DECODED
014900* INTO WS-FLD-WORK IN TURN AND COPIED ACROSS TO ITS COLUMN.
015000* SIXTEEN ENTRIES COVER THE WIDEST LAYOUT (CUSTMST - SEVEN
015100* FIELDS AND EIGHT ACCOUNT SLOTS).
015200*----------------------------------------------------------------
015300 01  WS-FLD-TABLE.
015400    05  WS-FLD-ENTRY OCCURS 16 TIMES.
015500        10  WS-FLD-NAME           PIC X(20).
015600        10  WS-FLD-WORK           PIC X(30).
015700        10  WS-FLD-BEFORE         PIC X(30).
015800        10  WS-FLD-AFTER          PIC X(30).
015900 01  WS-FLD-COUNT             PIC S9(04) COMP.
016000 01  WS-FX                    PIC S9(04) COMP.
016100 01  WS-SLOT-IX               PIC S9(04) COMP.
016200 01  WS-SLOT-DISP             PIC 9(01).
016300 01  WS-CHANGED-COUNT         PIC S9(04) COMP.
016400 01  WS-BAL-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.
016500
016600*----------------------------------------------------------------
016700* RUNNING COUNTS FOR THE REPORT AND CONSOLE - ONE PER FILE.
016800*----------------------------------------------------------------
016900 01  WS-READ-COUNT            PIC 9(07) COMP-3 VALUE 0.
017000 01  WS-LISTED-COUNT          PIC 9(07) COMP-3 VALUE 0.
017100 01  WS-FNC-COUNT             PIC 9(07) COMP-3 VALUE 0.
017200 01  WS-CUST-COUNT            PIC 9(07) COMP-3 VALUE 0.
017300 01  WS-CAL-COUNT             PIC 9(07) COMP-3 VALUE 0.
017400 01  WS-ACCT-COUNT            PIC 9(07) COMP-3 VALUE 0.
017410 01  WS-REL-COUNT             PIC 9(07) COMP-3 VALUE 0.
017500 01  WS-COUNT-DISP            PIC ZZZ,ZZ9.
017600 01  WS-CONSOLE-MSG           PIC X(70).
017700
017800*----------------------------------------------------------------
017900* PRINT LINE WORK AREAS.  THE LITERAL FILLERS ARE NEVER
018000* OVERWRITTEN, SO EACH LINE IS BUILT BY MOVING THE DATA FIELDS
018100* ALONE.
018200*----------------------------------------------------------------
018300 01  WS-PRINT-LINE            PIC X(132).
018400 01  WS-ACTION-TEXT           PIC X(11).
018500 01  WS-HDR-LINE.
018600    05  FILLER                PIC X(02) VALUE SPACES.
018700    05  WS-HL-DATE            PIC X(08).
018800    05  FILLER                PIC X(01) VALUE SPACES.
018900    05  WS-HL-TIME            PIC X(06).
019000    05  FILLER                PIC X(07) VALUE '  USER '.
019100    05  WS-HL-USER            PIC X(08).
019200    05  FILLER                PIC X(07) VALUE '  TERM '.
019300    05  WS-HL-TERM            PIC X(04).
019400    05  FILLER                PIC X(02) VALUE SPACES.
019500    05  WS-HL-PROGRAM         PIC X(08).
019600    05  FILLER                PIC X(02) VALUE SPACES.
019700    05  WS-HL-FILE            PIC X(08).
019800    05  FILLER                PIC X(02) VALUE SPACES.
019900    05  WS-HL-ACTION          PIC X(11).
020000    05  FILLER                PIC X(06) VALUE '  KEY '.
020100    05  WS-HL-KEY             PIC X(10).
020200 01  WS-FLD-LINE.
020300    05  FILLER                PIC X(06) VALUE SPACES.
020400    05  WS-FL-NAME            PIC X(20).
020500    05  FILLER                PIC X(02) VALUE SPACES.
020600    05  WS-FL-BEFORE          PIC X(30).
020700    05  FILLER                PIC X(02) VALUE SPACES.
020800    05  WS-FL-AFTER           PIC X(30).
020900
021000 PROCEDURE DIVISION.
021100*----------------------------------------------------------------
021200* 0000-MAIN-PARA
021300*     MAINLINE - ONE PASS OF JRNLF, THEN THE TOTALS AND THE
021400*     SIGN-OFF BLOCK.
021500*----------------------------------------------------------------
021600 0000-MAIN-PARA.
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021800     PERFORM 3000-PROCESS-JRNL THRU 3000-EXIT
021900         UNTIL END-OF-JRNL-FILE.
022000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022100     STOP RUN.
022200
022300*----------------------------------------------------------------
022400* 1000-INITIALIZE
022500*     OPENS THE FILES, ESTABLISHES THE RUN DATE (AND ANY REPRINT
022600*     DATE), PRINTS THE HEADINGS AND DOES THE PRIMING READ.
022700*     JRNLF IS OPENED FOR UPDATE ON A NORMAL RUN AND INPUT ONLY
022800*     ON A REPRINT.  A BAD OPEN STATUS, OR A BAD DATE ON THE
022900*     CARD, ABENDS THE RUN.
023000*----------------------------------------------------------------
023100 1000-INITIALIZE.
023200     OPEN INPUT  CALEND-FILE.
023300     IF NOT CAL-STATUS-OK
023400         DISPLAY 'PROG31 CALENDF OPEN FAILED STATUS='
023500             WS-CAL-STATUS
023600         MOVE 16 TO RETURN-CODE
023700         STOP RUN
023800     END-IF.
023900     OPEN INPUT  PARM-FILE.
024000     IF NOT PARM-STATUS-OK
024100         DISPLAY 'PROG31 PARMFILE OPEN FAILED STATUS='
024200             WS-PARM-STATUS
024300         MOVE 16 TO RETURN-CODE
024400         STOP RUN
024500     END-IF.
024600     OPEN OUTPUT RPT-FILE.
024700     IF NOT RPT-STATUS-OK
024800         DISPLAY 'PROG31 RPTOUT OPEN FAILED STATUS='
024900             WS-RPT-STATUS
025000         MOVE 16 TO RETURN-CODE
025100         STOP RUN
025200     END-IF.
025300     READ PARM-FILE
025400         AT END MOVE SPACES TO PARM-RECORD
025500     END-READ.
025600     IF PARM-RUN-DATE = SPACES OR LOW-VALUES
025700         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025800         PERFORM 1100-RESOLVE-BUS-DATE THRU 1100-EXIT
025900     ELSE
026000         MOVE PARM-RUN-DATE TO WS-RUN-DATE
026100     END-IF.
026200     IF WS-RUN-DATE NOT NUMERIC
026300         DISPLAY 'PROG31 INVALID SYSIN CARD=' PARM-RECORD
026400         MOVE 16 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026700     IF PARM-REPRINT-DATE NOT = SPACES
026800      AND PARM-REPRINT-DATE NOT = LOW-VALUES
026900         IF PARM-REPRINT-DATE NOT NUMERIC
027000             DISPLAY 'PROG31 INVALID SYSIN CARD=' PARM-RECORD
027100             MOVE 16 TO RETURN-CODE
027200             STOP RUN
027300         END-IF
027400         MOVE PARM-REPRINT-DATE TO WS-REPRINT-DATE
027500         MOVE 'Y' TO WS-REPRINT-SW
027600     END-IF.
027700     CLOSE PARM-FILE.
027800     CLOSE CALEND-FILE.
027900     IF WS-REPRINT
028000         OPEN INPUT JRNL-FILE
028100     ELSE
028200         OPEN I-O   JRNL-FILE
028300     END-IF.
028400     IF NOT JRNL-STATUS-OK
028500         DISPLAY 'PROG31 JRNLF OPEN FAILED STATUS='
028600             WS-JRNL-STATUS
028700         MOVE 16 TO RETURN-CODE
028800         STOP RUN
028900     END-IF.
029000     PERFORM 1200-PRINT-HEADINGS THRU 1200-EXIT.
029100     PERFORM 2000-READ-JRNL THRU 2000-EXIT.
029200 1000-EXIT.
029300     EXIT.
029400
029500*----------------------------------------------------------------
029600* 1100-RESOLVE-BUS-DATE
029700*     A BLANK SYSIN DATE MEANS THE LAST BUSINESS DAY, SO A RUN
029800*     IN THE SMALL HOURS OF A SATURDAY OR HOLIDAY STAMPS THE
029900*     REPORT WITH THE DAY THE WINDOW BELONGS TO.  A DATE THE
030000*     CALENDAR DOES NOT COVER STANDS AS IS.
030100*----------------------------------------------------------------
030200 1100-RESOLVE-BUS-DATE.
030300     MOVE WS-RUN-DATE TO CAL-DATE.
030400     READ CALEND-FILE.
030500     IF CAL-STATUS-OK
030600      AND NOT CAL-BUSINESS-DAY
030700      AND CAL-LAST-BUS-DATE NUMERIC
030800         MOVE CAL-LAST-BUS-DATE TO WS-RUN-DATE
030900     END-IF.
031000 1100-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------------
031400* 1200-PRINT-HEADINGS
031500*     THE REPORT TITLE AND COLUMN HEADINGS.
031600*----------------------------------------------------------------
031700 1200-PRINT-HEADINGS.
031800     MOVE SPACES TO WS-PRINT-LINE.
031900     IF WS-REPRINT
032000         STRING 'PROG31  REFERENCE DATA CHANGE JOURNAL  '
032100                 DELIMITED BY SIZE
032200             '*** REPRINT OF REPORT DATED ' DELIMITED BY SIZE
032300             WS-REPRINT-DATE DELIMITED BY SIZE
032400             ' ***' DELIMITED BY SIZE
032500             INTO WS-PRINT-LINE
032600         END-STRING
032700     ELSE
032800         STRING 'PROG31  REFERENCE DATA CHANGE JOURNAL  '
032900                 DELIMITED BY SIZE
033000             'BUSINESS DATE: ' DELIMITED BY SIZE
033100             WS-RUN-DATE DELIMITED BY SIZE
033200             INTO WS-PRINT-LINE
033300         END-STRING
033400     END-IF.
033500     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
033600     MOVE SPACES TO WS-PRINT-LINE.
033700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
033800     STRING '  DATE     TIME    USER        TERMINAL  PROGRAM'
033900             DELIMITED BY SIZE
034000         '   FILE      ACTION       RECORD KEY'
034100             DELIMITED BY SIZE
034200         INTO WS-PRINT-LINE
034300     END-STRING.
034400     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
034500     MOVE SPACES TO WS-PRINT-LINE.
034600     STRING '      FIELD                 BEFORE'
034700             DELIMITED BY SIZE
034800         '                          AFTER'
034900             DELIMITED BY SIZE
035000         INTO WS-PRINT-LINE
035100     END-STRING.
035200     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
035300     MOVE SPACES TO WS-PRINT-LINE.
035400     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
035500 1200-EXIT.
035600     EXIT.
035700
035800*----------------------------------------------------------------
035900* 2000-READ-JRNL
036000*     READS THE NEXT JRNLF RECORD AND SETS THE EOF SWITCH.
036100*----------------------------------------------------------------
036200 2000-READ-JRNL.
036300     READ JRNL-FILE NEXT RECORD
036400         AT END MOVE 'Y' TO WS-EOF-SW
036500     END-READ.
036600 2000-EXIT.
036700     EXIT.
036800
036900*----------------------------------------------------------------
037000* 3000-PROCESS-JRNL
037100*     ONE JOURNAL RECORD.  ON A NORMAL RUN IT IS LISTED IF NO
037200*     EARLIER RUN HAS REPORTED IT AND IT IS NOT LATER THAN THE
037300*     RUN DATE, THEN STAMPED WITH THE RUN DATE; A FAILED REWRITE
037400*     ABENDS THE RUN (THE REPORT WOULD OTHERWISE LIST IT AGAIN
037500*     TOMORROW WITH NOTHING TO SAY IT WAS ALREADY SIGNED FOR).
037600*     ON A REPRINT IT IS LISTED IF IT CARRIES THE REPRINT DATE.
037700*----------------------------------------------------------------
037800 3000-PROCESS-JRNL.
037900     ADD 1 TO WS-READ-COUNT.
038000     IF WS-REPRINT
038100         IF JRN-RPT-DATE NOT = WS-REPRINT-DATE
038200             GO TO 3000-NEXT
038300         END-IF
038400     ELSE
038500         IF JRN-RPT-DATE NOT = SPACES
038600          OR JRN-DATE > WS-RUN-DATE
038700             GO TO 3000-NEXT
038800         END-IF
038900     END-IF.
039000     PERFORM 4000-LIST-CHANGE THRU 4000-EXIT.
039100     IF WS-REPRINT
039200         GO TO 3000-NEXT.
039300     MOVE WS-RUN-DATE TO JRN-RPT-DATE.
039400     REWRITE JRN-RECORD.
039500     IF NOT JRNL-STATUS-OK
039600         DISPLAY 'PROG31 JRNLF REWRITE FAILED STATUS='
039700             WS-JRNL-STATUS ' KEY=' JRN-KEY
039800         MOVE 16 TO RETURN-CODE
039900         STOP RUN
040000     END-IF.
040100 3000-NEXT.
040200     PERFORM 2000-READ-JRNL THRU 2000-EXIT.
040300 3000-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------------
040700* 4000-LIST-CHANGE
040800*     PRINTS ONE CHANGE - WHO, WHERE, WHEN, WHAT FILE AND
040900*     RECORD - THEN ONE LINE PER FIELD WHOSE VALUE DIFFERS
041000*     BETWEEN THE BEFORE AND AFTER IMAGES.
041100*----------------------------------------------------------------
041200 4000-LIST-CHANGE.
041300     ADD 1 TO WS-LISTED-COUNT.
041400     EVALUATE TRUE
041500         WHEN JRN-FUNCODF
041600             ADD 1 TO WS-FNC-COUNT
041700         WHEN JRN-CUSTMST
041800             ADD 1 TO WS-CUST-COUNT
041900         WHEN JRN-CALENDF
042000             ADD 1 TO WS-CAL-COUNT
042100         WHEN JRN-ACCTMST
042200             ADD 1 TO WS-ACCT-COUNT
042210         WHEN JRN-RELF
042220             ADD 1 TO WS-REL-COUNT
042300     END-EVALUATE.
042400     EVALUATE TRUE
042500         WHEN JRN-ADD
042600             MOVE 'ADDED'       TO WS-ACTION-TEXT
042700         WHEN JRN-UPDATE
042800             MOVE 'UPDATED'     TO WS-ACTION-TEXT
042900         WHEN JRN-DEACTIVATE
043000             MOVE 'DEACTIVATED' TO WS-ACTION-TEXT
043100         WHEN JRN-REACTIVATE
043200             MOVE 'REACTIVATED' TO WS-ACTION-TEXT
043300         WHEN JRN-LINK
043400             MOVE 'LINKED'      TO WS-ACTION-TEXT
043410         WHEN JRN-END-LINK
043420             MOVE 'LINK ENDED'  TO WS-ACTION-TEXT
043500         WHEN OTHER
043600             MOVE JRN-ACTION    TO WS-ACTION-TEXT
043700     END-EVALUATE.
043800     MOVE JRN-DATE       TO WS-HL-DATE.
043900     MOVE JRN-TIME       TO WS-HL-TIME.
044000     MOVE JRN-USER-ID    TO WS-HL-USER.
044100     MOVE JRN-TERM-ID    TO WS-HL-TERM.
044200     MOVE JRN-PROGRAM    TO WS-HL-PROGRAM.
044300     MOVE JRN-FILE-ID    TO WS-HL-FILE.
044400     MOVE WS-ACTION-TEXT TO WS-HL-ACTION.
044500     MOVE JRN-REC-KEY    TO WS-HL-KEY.
044600     MOVE WS-HDR-LINE    TO WS-PRINT-LINE.
044700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
044800     MOVE JRN-BEFORE-IMAGE TO WS-IMAGE.
044900     PERFORM 5000-DECODE-IMAGE THRU 5000-EXIT.
045000     PERFORM 4100-TAKE-BEFORE THRU 4100-EXIT
045100         VARYING WS-FX FROM 1 BY 1
045200         UNTIL WS-FX > WS-FLD-COUNT.
045300     MOVE JRN-AFTER-IMAGE TO WS-IMAGE.
045400     PERFORM 5000-DECODE-IMAGE THRU 5000-EXIT.
045500     PERFORM 4200-TAKE-AFTER THRU 4200-EXIT
045600         VARYING WS-FX FROM 1 BY 1
045700         UNTIL WS-FX > WS-FLD-COUNT.
045800     MOVE ZERO TO WS-CHANGED-COUNT.
045900     PERFORM 4300-PRINT-FIELD THRU 4300-EXIT
046000         VARYING WS-FX FROM 1 BY 1
046100         UNTIL WS-FX > WS-FLD-COUNT.
046200     IF WS-CHANGED-COUNT = ZERO
046300         MOVE SPACES TO WS-PRINT-LINE
046400         MOVE '      NO FIELD VALUE CHANGED' TO WS-PRINT-LINE
046500         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
046600     END-IF.
046700     MOVE SPACES TO WS-PRINT-LINE.
046800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
046900 4000-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------
047300* 4100-TAKE-BEFORE / 4200-TAKE-AFTER
047400*     COPY ONE DECODED FIELD ACROSS TO ITS BEFORE OR AFTER
047500*     COLUMN.
047600*----------------------------------------------------------------
047700 4100-TAKE-BEFORE.
047800     MOVE WS-FLD-WORK (WS-FX) TO WS-FLD-BEFORE (WS-FX).
047900 4100-EXIT.
048000     EXIT.
048100
048200 4200-TAKE-AFTER.
048300     MOVE WS-FLD-WORK (WS-FX) TO WS-FLD-AFTER (WS-FX).
048400 4200-EXIT.
048500     EXIT.
048600
048700*----------------------------------------------------------------
048800* 4300-PRINT-FIELD
048900*     ONE FIELD LINE - ONLY IF THE VALUE CHANGED.
049000*----------------------------------------------------------------
049100 4300-PRINT-FIELD.
049200     IF WS-FLD-BEFORE (WS-FX) = WS-FLD-AFTER (WS-FX)
049300         GO TO 4300-EXIT.
049400     ADD 1 TO WS-CHANGED-COUNT.
049500     MOVE WS-FLD-NAME (WS-FX)   TO WS-FL-NAME.
049600     MOVE WS-FLD-BEFORE (WS-FX) TO WS-FL-BEFORE.
049700     MOVE WS-FLD-AFTER (WS-FX)  TO WS-FL-AFTER.
049800     MOVE WS-FLD-LINE           TO WS-PRINT-LINE.
049900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
050000 4300-EXIT.
050100     EXIT.
050200
050300*----------------------------------------------------------------
050400* 5000-DECODE-IMAGE
050500*     DECODES THE IMAGE IN WS-IMAGE THROUGH THE LAYOUT OF THE
050600*     FILE IT CAME FROM INTO WS-FLD-NAME/WS-FLD-WORK.  A SPACES
050700*     IMAGE (THE BEFORE SIDE OF AN ADD) DECODES TO SPACES.  AN
050800*     UNKNOWN FILE DECODES TO NO FIELDS - THE HEADER LINE STILL
050900*     SHOWS WHO CHANGED WHAT.
051000*----------------------------------------------------------------
051100 5000-DECODE-IMAGE.
051200     MOVE ZERO TO WS-FLD-COUNT.
051300     EVALUATE TRUE
051400         WHEN JRN-FUNCODF
051500             MOVE WS-IMAGE TO FNC-RECORD
051600             PERFORM 5100-DECODE-FUNCODE THRU 5100-EXIT
051700         WHEN JRN-CUSTMST
051800             MOVE WS-IMAGE TO CUST-RECORD
051900             PERFORM 5200-DECODE-CUSTMST THRU 5200-EXIT
052000         WHEN JRN-CALENDF
052100             MOVE WS-IMAGE TO CAL-RECORD
052200             PERFORM 5300-DECODE-CALENDF THRU 5300-EXIT
052300         WHEN JRN-ACCTMST
052400             MOVE WS-IMAGE TO ACCT-RECORD
052500             PERFORM 5400-DECODE-ACCTMST THRU 5400-EXIT
052510         WHEN JRN-RELF
052520             MOVE WS-IMAGE TO REL-RECORD
052530             PERFORM 5500-DECODE-RELF THRU 5500-EXIT
052600         WHEN OTHER
052700             CONTINUE
052800     END-EVALUATE.
052900 5000-EXIT.
053000     EXIT.
053100
053200*----------------------------------------------------------------
053300* 5100-DECODE-FUNCODE
053400*     THE FUNCODF FIELDS PROG7 MAINTAINS.
053500*----------------------------------------------------------------
053600 5100-DECODE-FUNCODE.
053700     MOVE 5 TO WS-FLD-COUNT.
053800     MOVE 'DESCRIPTION'         TO WS-FLD-NAME (1).
053900     MOVE FNC-DESC              TO WS-FLD-WORK (1).
054000     MOVE 'STATUS'              TO WS-FLD-NAME (2).
054100     MOVE FNC-STATUS            TO WS-FLD-WORK (2).
054200     MOVE 'TERMINAL ALLOWED'    TO WS-FLD-NAME (3).
054300     MOVE FNC-TERM-ALLOWED-FL   TO WS-FLD-WORK (3).
054400     MOVE 'EFFECTIVE DATE'      TO WS-FLD-NAME (4).
054500     MOVE FNC-EFF-DATE          TO WS-FLD-WORK (4).
054600     MOVE 'EXPIRY DATE'         TO WS-FLD-NAME (5).
054700     MOVE FNC-EXP-DATE          TO WS-FLD-WORK (5).
054800 5100-EXIT.
054900     EXIT.
055000
055100*----------------------------------------------------------------
055200* 5200-DECODE-CUSTMST
055300*     THE CUSTMST FIELDS PROG13 MAINTAINS, AND EACH SLOT OF THE
055400*     ACCOUNT LIST ITS LINK ACTION FILLED BEFORE LINKS MOVED TO
055410*     RELF (OLDER JOURNAL RECORDS STILL CARRY IT).
055500*----------------------------------------------------------------
055600 5200-DECODE-CUSTMST.
055700     MOVE 7 TO WS-FLD-COUNT.
055800     MOVE 'NAME'                TO WS-FLD-NAME (1).
055900     MOVE CUST-NAME             TO WS-FLD-WORK (1).
056000     MOVE 'ADDRESS LINE 1'      TO WS-FLD-NAME (2).
056100     MOVE CUST-ADDR-LINE-1      TO WS-FLD-WORK (2).
056200     MOVE 'ADDRESS LINE 2'      TO WS-FLD-NAME (3).
056300     MOVE CUST-ADDR-LINE-2      TO WS-FLD-WORK (3).
056400     MOVE 'PHONE'               TO WS-FLD-NAME (4).
056500     MOVE CUST-PHONE            TO WS-FLD-WORK (4).
056600     MOVE 'TAX ID'              TO WS-FLD-NAME (5).
056700     MOVE CUST-TAX-ID           TO WS-FLD-WORK (5).
056800     MOVE 'STATUS'              TO WS-FLD-NAME (6).
056900     MOVE CUST-STATUS           TO WS-FLD-WORK (6).
057000     MOVE 'ACCOUNT COUNT'       TO WS-FLD-NAME (7).
057100     MOVE CUST-ACCT-CNT         TO WS-FLD-WORK (7).
057200     PERFORM 5210-DECODE-SLOT THRU 5210-EXIT
057300         VARYING WS-SLOT-IX FROM 1 BY 1
057400         UNTIL WS-SLOT-IX > 8.
057500 5200-EXIT.
057600     EXIT.
057700
057800*----------------------------------------------------------------
057900* 5210-DECODE-SLOT
058000*     ONE SLOT OF THE CUSTOMER'S ACCOUNT LIST.
058100*----------------------------------------------------------------
058200 5210-DECODE-SLOT.
058300     ADD 1 TO WS-FLD-COUNT.
058400     MOVE WS-SLOT-IX TO WS-SLOT-DISP.
058500     MOVE SPACES TO WS-FLD-NAME (WS-FLD-COUNT).
058600     STRING 'LINKED ACCOUNT ' DELIMITED BY SIZE
058700         WS-SLOT-DISP DELIMITED BY SIZE
058800         INTO WS-FLD-NAME (WS-FLD-COUNT)
058900     END-STRING.
059000     MOVE CUST-ACCT-NO (WS-SLOT-IX)
059100         TO WS-FLD-WORK (WS-FLD-COUNT).
059200 5210-EXIT.
059300     EXIT.
059400
059500*----------------------------------------------------------------
059600* 5300-DECODE-CALENDF
059700*     THE CALENDF FIELDS PROG20 MAINTAINS.
059800*----------------------------------------------------------------
059900 5300-DECODE-CALENDF.
060000     MOVE 4 TO WS-FLD-COUNT.
060100     MOVE 'DAY TYPE'            TO WS-FLD-NAME (1).
060200     MOVE CAL-DAY-TYPE          TO WS-FLD-WORK (1).
060300     MOVE 'NEXT BUSINESS DATE'  TO WS-FLD-NAME (2).
060400     MOVE CAL-NEXT-BUS-DATE     TO WS-FLD-WORK (2).
060500     MOVE 'LAST BUSINESS DATE'  TO WS-FLD-NAME (3).
060600     MOVE CAL-LAST-BUS-DATE     TO WS-FLD-WORK (3).
060700     MOVE 'DESCRIPTION'         TO WS-FLD-NAME (4).
060800     MOVE CAL-DESC              TO WS-FLD-WORK (4).
060900 5300-EXIT.
061000     EXIT.
061100
061200*----------------------------------------------------------------
061300* 5400-DECODE-ACCTMST
061400*     THE ACCTMST FIELDS A REFERENCE DATA SCREEN CAN CHANGE -
061500*     THE OWNING CUSTOMER A PROG13 LINK STAMPS - WITH THE
061600*     STATUS AND BALANCE FOR CONTEXT (THEY PRINT ONLY IF THEY
061700*     DIFFER, WHICH A LINK NEVER CAUSES).
061800*----------------------------------------------------------------
061900 5400-DECODE-ACCTMST.
062000     MOVE 3 TO WS-FLD-COUNT.
062100     MOVE 'OWNING CUSTOMER'     TO WS-FLD-NAME (1).
062200     MOVE ACCT-CUST-NO          TO WS-FLD-WORK (1).
062300     MOVE 'ACCOUNT STATUS'      TO WS-FLD-NAME (2).
062400     MOVE ACCT-STATUS           TO WS-FLD-WORK (2).
062500     MOVE 'AVAILABLE BALANCE'   TO WS-FLD-NAME (3).
062600     MOVE SPACES                TO WS-FLD-WORK (3).
062700     IF ACCT-AVAIL-BAL NUMERIC
062800         MOVE ACCT-AVAIL-BAL TO WS-BAL-EDIT
062900         MOVE WS-BAL-EDIT    TO WS-FLD-WORK (3)
063000     END-IF.
063100 5400-EXIT.
063200     EXIT.
063300
063301*----------------------------------------------------------------
063303* 5500-DECODE-RELF
063306*     THE RELF LINK PROG13 MAINTAINS, JOURNALED AS ITS CUSTOMER-
063309*     SIDE RECORD (THE CUSTOMER IS THE KEY ON THE HEADER LINE).
063311*     THE ROLE IS SPELLED OUT.  AN ENDED LINK'S AFTER IMAGE IS
063314*     SPACES, SO EVERY FIELD SHOWS AS REMOVED.
063317*----------------------------------------------------------------
063319 5500-DECODE-RELF.
063322     MOVE 7 TO WS-FLD-COUNT.
063325     MOVE 'ACCOUNT'             TO WS-FLD-NAME (1).
063327     MOVE REL-ACCT-NO           TO WS-FLD-WORK (1).
063330     MOVE 'ROLE'                TO WS-FLD-NAME (2).
063333     EVALUATE TRUE
063335         WHEN REL-PRIMARY
063338             MOVE 'P - PRIMARY OWNER'   TO WS-FLD-WORK (2)
063341         WHEN REL-JOINT
063343             MOVE 'J - JOINT OWNER'     TO WS-FLD-WORK (2)
063346         WHEN REL-TRUSTEE
063349             MOVE 'T - TRUSTEE'         TO WS-FLD-WORK (2)
063351         WHEN REL-POA
063354             MOVE 'A - POWER OF ATTORNEY' TO WS-FLD-WORK (2)
063357         WHEN OTHER
063359             MOVE REL-ROLE              TO WS-FLD-WORK (2)
063362     END-EVALUATE.
063365     MOVE 'SENT STATEMENT'      TO WS-FLD-NAME (3).
063367     MOVE REL-STMT-SW           TO WS-FLD-WORK (3).
063370     MOVE 'LINKED ON'           TO WS-FLD-NAME (4).
063373     MOVE REL-ADDED-DATE        TO WS-FLD-WORK (4).
063375     MOVE 'LINKED BY'           TO WS-FLD-NAME (5).
063378     MOVE REL-ADDED-BY          TO WS-FLD-WORK (5).
063381     MOVE 'LAST CHANGED ON'     TO WS-FLD-NAME (6).
063383     MOVE REL-CHANGED-DATE      TO WS-FLD-WORK (6).
063386     MOVE 'LAST CHANGED BY'     TO WS-FLD-NAME (7).
063389     MOVE REL-CHANGED-BY        TO WS-FLD-WORK (7).
063391 5500-EXIT.
063394     EXIT.
063397
063400*----------------------------------------------------------------
063500* 7900-WRITE-LINE
063600*     WRITES WS-PRINT-LINE.  A FAILED WRITE ABENDS THE RUN - A
063700*     SILENTLY SHORT REPORT IS WORSE THAN STOPPING THE JOB.
063800*----------------------------------------------------------------
063900 7900-WRITE-LINE.
064000     WRITE RPT-RECORD FROM WS-PRINT-LINE.
064100     IF NOT RPT-STATUS-OK
064200         DISPLAY 'PROG31 RPTOUT WRITE FAILED STATUS='
064300             WS-RPT-STATUS
064400         MOVE 16 TO RETURN-CODE
064500         STOP RUN
064600     END-IF.
064700 7900-EXIT.
064800     EXIT.
064900
065000*----------------------------------------------------------------
065100* 9000-TERMINATE
065200*     PRINTS THE COUNTS BY FILE AND THE SIGN-OFF BLOCK, CLOSES
065300*     THE FILES AND REPORTS THE COUNTS TO THE CONSOLE.
065400*----------------------------------------------------------------
065500 9000-TERMINATE.
065600     IF WS-LISTED-COUNT = ZERO
065700         MOVE '  NO REFERENCE DATA CHANGES TO REPORT'
065800             TO WS-PRINT-LINE
065900         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
066000         MOVE SPACES TO WS-PRINT-LINE
066100         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
066200     END-IF.
066300     MOVE SPACES TO WS-PRINT-LINE.
066400     MOVE WS-LISTED-COUNT TO WS-COUNT-DISP.
066500     STRING '  CHANGES LISTED:    ' DELIMITED BY SIZE
066600         WS-COUNT-DISP DELIMITED BY SIZE
066700         INTO WS-PRINT-LINE
066800     END-STRING.
066900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
067000     MOVE SPACES TO WS-PRINT-LINE.
067100     MOVE WS-FNC-COUNT TO WS-COUNT-DISP.
067200     STRING '    FUNCODF:         ' DELIMITED BY SIZE
067300         WS-COUNT-DISP DELIMITED BY SIZE
067400         INTO WS-PRINT-LINE
067500     END-STRING.
067600     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
067700     MOVE SPACES TO WS-PRINT-LINE.
067800     MOVE WS-CUST-COUNT TO WS-COUNT-DISP.
067900     STRING '    CUSTMST:         ' DELIMITED BY SIZE
068000         WS-COUNT-DISP DELIMITED BY SIZE
068100         INTO WS-PRINT-LINE
068200     END-STRING.
068300     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
068400     MOVE SPACES TO WS-PRINT-LINE.
068500     MOVE WS-ACCT-COUNT TO WS-COUNT-DISP.
068600     STRING '    ACCTMST:         ' DELIMITED BY SIZE
068700         WS-COUNT-DISP DELIMITED BY SIZE
068800         INTO WS-PRINT-LINE
068900     END-STRING.
069000     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
069010     MOVE SPACES TO WS-PRINT-LINE.
069020     MOVE WS-REL-COUNT TO WS-COUNT-DISP.
069030     STRING '    RELF:            ' DELIMITED BY SIZE
069040         WS-COUNT-DISP DELIMITED BY SIZE
069050         INTO WS-PRINT-LINE
069060     END-STRING.
069070     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
069100     MOVE SPACES TO WS-PRINT-LINE.
069200     MOVE WS-CAL-COUNT TO WS-COUNT-DISP.
069300     STRING '    CALENDF:         ' DELIMITED BY SIZE
069400         WS-COUNT-DISP DELIMITED BY SIZE
069500         INTO WS-PRINT-LINE
069600     END-STRING.
069700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
069800     MOVE SPACES TO WS-PRINT-LINE.
069900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
070000     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
070100     STRING '  REVIEWED AND SIGNED OFF BY: '
070200             DELIMITED BY SIZE
070300         '______________________________   DATE: __________'
070400             DELIMITED BY SIZE
070500         INTO WS-PRINT-LINE
070600     END-STRING.
070700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
070800     MOVE SPACES TO WS-PRINT-LINE.
070900     MOVE 'REFERENCE DATA SUPERVISOR' TO WS-PRINT-LINE (33:25).
071000     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
071100     CLOSE JRNL-FILE
071200          RPT-FILE.
071300     MOVE SPACES TO WS-CONSOLE-MSG.
071400     MOVE WS-READ-COUNT TO WS-COUNT-DISP.
071500     STRING 'PROG31 JOURNAL RECORDS READ:      ' DELIMITED BY SIZE
071600             WS-COUNT-DISP DELIMITED BY SIZE
071700             INTO WS-CONSOLE-MSG
071800     END-STRING.
071900     DISPLAY WS-CONSOLE-MSG.
072000     MOVE SPACES TO WS-CONSOLE-MSG.
072100     MOVE WS-LISTED-COUNT TO WS-COUNT-DISP.
072200     STRING 'PROG31 CHANGES LISTED:            ' DELIMITED BY SIZE
072300             WS-COUNT-DISP DELIMITED BY SIZE
072400             INTO WS-CONSOLE-MSG
072500     END-STRING.
072600     DISPLAY WS-CONSOLE-MSG.
072700 9000-EXIT.
072800     EXIT.
