003600*     FOR THE EXCI LINK - QUIESCE IT IN CICS FOR THE DURATION,
003700*     AS THE PROG5X PROLOGUE REQUIRES FOR THE PROG8 STEP.  THE
003800*     REGION NEEDS ACCTMST (AND THE PROG2 LOGIC) OPEN.
003810*
003820*     EVERY FILE THAT PASSES THE PROOF IS REGISTERED ON THE
003830*     BLKCTLF CONTROL FILE (SEE BCTLREC) BY ITS HEADER SOURCE
003840*     AND DATE.  A FILE ALREADY REGISTERED AS DRIVEN TO
003850*     COMPLETION IS REFUSED WITH RC=16 AND NOTHING POSTED - A
003860*     RE-TRANSMITTED PAYROLL BALANCES PERFECTLY, SO THE PROOF
003870*     ALONE CANNOT STOP IT BEING PAID TWICE.  IT IS DRIVEN
003880*     AGAIN ONLY WHEN AN OPERATOR OVERRIDE CARD NAMES IT (SEE
003890*     INPUT), AS A NEW SUBMISSION FROM THE TOP.  AN OVERRIDE
003890*     NEVER APPLIES TO A FILE WHOSE RUN WAS INTERRUPTED - THAT
003890*     FILE IS RESTARTED (BELOW) AND THE OVERRIDE IS IGNORED.
003891*
003892*     PROGRESS IS RECORDED ON BLKCTLF AS THE FILE IS DRIVEN.
003893*     A FILE REGISTERED BUT NOT COMPLETE IS AN INTERRUPTED RUN -
003894*     THE RERUN RESTARTS IT: DETAILS THE EARLIER RUN DISPOSED
003895*     ARE WRITTEN TO DISPOUT FROM THEIR BLKCTLF RECORDS WITHOUT
003896*     BEING DRIVEN, AND THE DRIVE RESUMES AFTER THE LAST DETAIL
003897*     THAT REACHED AUDITF (THE DETAIL IN FLIGHT AT THE ABEND IS
003898*     LOOKED UP ON AUDITF BY THE KEY RESERVED FOR IT BEFORE THE
003899*     LINK).  A RESTART MUST BE THE SAME FILE - A DIFFERENT
003900*     COUNT OR AMOUNT IS REFUSED WITH RC=16, OVERRIDE OR NOT,
003900*     AS THE EARLIER RUN'S POSTINGS STAND.  DISPOUT MARKS
003901*     EACH DETAIL WITH THE RUN THAT DROVE IT, ORIGINAL OR
003902*     RESTART.
003903*
004000* INPUT.
004100*     SYSIN    - ONE CARD.  COLS 1-8 THE RUN DATE (CCYYMMDD)
004200*                FOR THE AUDIT RECORDS - IF BLANK, THE LAST
004210*                BUSINESS DAY.  COLS 9-16 THE OPERATOR ID
004220*                AUTHORIZING A RESUBMISSION OVERRIDE, COLS 17-24
004230*                AND 25-32 THE HEADER SOURCE AND DATE OF THE ONE
004240*                FILE IT AUTHORIZES - AN OVERRIDE NAMING ANY
004250*                OTHER FILE IS IGNORED, SO A CARD LEFT IN THE
004260*                DECK CANNOT LET TOMORROW'S RESEND THROUGH.  IT
004260*                AUTHORIZES ONLY A FILE DRIVEN TO COMPLETION; ON
004260*                AN INTERRUPTED ONE IT IS IGNORED.
004270*                LEAVE COLS 9-32 BLANK FOR A NORMAL RUN.
004300*     BULKIN   - THE SUBMITTER'S FILE (SEE BULKREC) - ONE 'H'
004400*                HEADER, 'D' DETAILS, ONE 'T' TRAILER.
004500*     FUNCODF  - THE FUNCTION CODE FILE, READ PER VALIDATION.
004510*     BLKCTLF  - THE BULK INTAKE CONTROL FILE (SEE BCTLREC).
004600* OUTPUT.
004700*     AUDITF   - ONE TRAIL RECORD PER DRIVEN DETAIL.
004800*     DISPOUT  - ONE DISPOSITION RECORD PER DETAIL.
004810*     BLKCTLF  - THE FILE'S REGISTRATION AND ONE PROGRESS RECORD
004820*                PER DETAIL DISPOSED.
004900*
005000* MAINTENANCE HISTORY.
005100* DATE       INIT  DESCRIPTION
005220*                  LAST BUSINESS DAY ON THE CALENDF CALENDAR
005230*                  (SEE CALREC) INSTEAD OF THE LITERAL SYSTEM
005240*                  DATE - SEE 1100-RESOLVE-BUS-DATE.
005250* 2026-10-15 JXM   DUPLICATE-SUBMISSION PROTECTION AND RESTART -
005260*                  EACH FILE REGISTERED ON BLKCTLF, A COMPLETED
005270*                  FILE REFUSED WITHOUT AN OPERATOR OVERRIDE
005280*                  CARD, AN INTERRUPTED RUN RESUMED AFTER THE
005290*                  LAST DETAIL THAT REACHED AUDITF, DISPOUT
005291*                  MARKED ORIGINAL OR RESTART PER DETAIL.
005292* 2026-10-15 JXM   AN OVERRIDE CARD ONLY RESUBMITS A FILE
005293*                  REGISTERED COMPLETE - A FILE IN PROGRESS IS
005294*                  ALWAYS RESTARTED, THE OVERRIDE NAMED AS
005295*                  IGNORED ON THE CONSOLE.
005300*================================================================
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID. PROG17.
008230         ACCESS MODE IS RANDOM
008240         RECORD KEY IS CAL-KEY
008250         FILE STATUS IS WS-CAL-STATUS.
008260     SELECT BLKCTL-FILE ASSIGN TO BLKCTLF
008270         ORGANIZATION IS INDEXED
008280         ACCESS MODE IS RANDOM
008290         RECORD KEY IS BLKCTL-KEY
008295         FILE STATUS IS WS-BCTL-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
011100 FD  PARM-FILE.
011200 01  PARM-RECORD.
011300    05  PARM-RUN-DATE           PIC X(08).
011310    05  PARM-OVR-OPER           PIC X(08).
011320    05  PARM-OVR-SOURCE         PIC X(08).
011330    05  PARM-OVR-HDR-DATE       PIC X(08).
011400    05  FILLER                  PIC X(48).
011410
011420*----------------------------------------------------------------
011430* CALENDF - READ ONCE TO RESOLVE A BLANK RUN DATE TO THE LAST
011450*----------------------------------------------------------------
011460 FD  CALEND-FILE.
011470 COPY CALREC.
011480
011481*----------------------------------------------------------------
011482* BLKCTLF - READ INTO AND WRITTEN FROM THE BCTLREC LAYOUTS IN
011483* WORKING-STORAGE (REGISTRATION AND DETAIL SHARE THE KEY).
011484*----------------------------------------------------------------
011485 FD  BLKCTL-FILE.
011486 01  BLKCTL-REC.
011487    05  BLKCTL-KEY              PIC X(25).
011488    05  FILLER                  PIC X(125).
011500
011600 WORKING-STORAGE SECTION.
011700*----------------------------------------------------------------
011800* INTAKE AND DISPOSITION RECORD LAYOUTS.
011900*----------------------------------------------------------------
012000 COPY BULKREC.
012010
012020*----------------------------------------------------------------
012030* CONTROL FILE REGISTRATION AND DETAIL PROGRESS LAYOUTS.  THE
012040* REGISTRATION IS HELD HERE FOR THE WHOLE RUN AND REWRITTEN AS
012050* THE DRIVE MOVES ON.
012060*----------------------------------------------------------------
012070 COPY BCTLREC.
012100
012200*----------------------------------------------------------------
012300* COMMAREA HANDED TO PROG2 OVER THE EXCI LINK - THE SAME
014100    88  PARM-STATUS-OK               VALUE '00'.
014110 01  WS-CAL-STATUS            PIC X(02) VALUE '00'.
014120    88  CAL-STATUS-OK                VALUE '00'.
014130 01  WS-BCTL-STATUS           PIC X(02) VALUE '00'.
014140    88  BCTL-STATUS-OK               VALUE '00'.
014150    88  BCTL-STATUS-NOTFND           VALUE '23'.
014200 01  WS-EOF-SW                PIC X(01) VALUE 'N'.
014300    88  END-OF-BULK-FILE             VALUE 'Y'.
014400 01  WS-PROOF-OK-SW           PIC X(01) VALUE 'Y'.
014900    88  WS-TRL-SEEN                  VALUE 'Y'.
015000 01  WS-REQ-OK-SW             PIC X(01) VALUE 'N'.
015100    88  WS-REQ-OK                    VALUE 'Y'.
015110 01  WS-OVERRIDE-SW           PIC X(01) VALUE 'N'.
015120    88  WS-OVERRIDE                  VALUE 'Y'.
015130 01  WS-RESTART-SW            PIC X(01) VALUE 'N'.
015140    88  WS-RESTART                   VALUE 'Y'.
015150 01  WS-REPLAY-SW             PIC X(01) VALUE 'N'.
015160    88  WS-REPLAY                    VALUE 'Y'.
015170 01  WS-PRIOR-DONE-SW         PIC X(01) VALUE 'N'.
015180    88  WS-PRIOR-DONE                VALUE 'Y'.
015200
015300*----------------------------------------------------------------
015400* RUN DATE - FROM SYSIN, OR TODAY'S DATE IF NO CARD SUPPLIED.
015500*----------------------------------------------------------------
015600 01  WS-RUN-DATE              PIC X(08).
015610
015620*----------------------------------------------------------------
015630* THE FILE'S IDENTITY FROM ITS HEADER, THE OVERRIDE CARD (IF
015640* ANY), AND WHERE THIS RUN STANDS - SUBMISSION, RUN, AND THE
015650* POSITION OF THE CURRENT DETAIL IN THE FILE.
015660*----------------------------------------------------------------
015670 01  WS-HDR-SOURCE            PIC X(08).
015680 01  WS-HDR-DATE              PIC X(08).
015690 01  WS-OVR-OPER              PIC X(08) VALUE SPACES.
015691 01  WS-OVR-SOURCE            PIC X(08) VALUE SPACES.
015692 01  WS-OVR-HDR-DATE          PIC X(08) VALUE SPACES.
015693 01  WS-SUBMIT-NO             PIC 9(02) VALUE 0.
015694 01  WS-RUN-NO                PIC 9(02) VALUE 0.
015695 01  WS-DETAIL-NO             PIC 9(07) VALUE 0.
015696 01  WS-DETAIL-DISP           PIC Z(06)9.
015700
015800*----------------------------------------------------------------
015900* CICS-LEVEL RESPONSES FROM THE EXCI LINK TO PROG2.
017100    05  WS-TIME-6             PIC X(06).
017200    05  FILLER                PIC X(02).
017300 01  WS-AUD-SEQ-CTR           PIC 9(04) VALUE 0.
017310*----------------------------------------------------------------
017320* THE AUDIT KEY RESERVED FOR THE DETAIL BEFORE IT IS HANDED TO
017330* PROG2, AND THE KEY ACTUALLY WRITTEN (SPACES IF THE DETAIL WAS
017340* NOT AUDITED) - SEE 5150-MARK-PENDING.
017350*----------------------------------------------------------------
017360 01  WS-PEND-AUD-KEY          PIC X(29).
017370 01  WS-DTL-AUD-KEY           PIC X(29).
017400
017500*----------------------------------------------------------------
017600* THE FILE PROOF - WHAT PASS 1 COUNTED AND TOTALLED, HELD
018800 01  WS-REJECT-COUNT          PIC 9(07) COMP-3 VALUE 0.
018900 01  WS-FAIL-COUNT            PIC 9(07) COMP-3 VALUE 0.
019000 01  WS-AUDFAIL-COUNT         PIC 9(07) COMP-3 VALUE 0.
019010 01  WS-PRIOR-COUNT           PIC 9(07) COMP-3 VALUE 0.
019100 01  WS-COUNT-DISP            PIC ZZZ,ZZ9.
019200 01  WS-CONSOLE-MSG           PIC X(70).
019300
019600* 0000-MAIN-PARA
019700*     MAINLINE - PASS 1 PROVES THE FILE AGAINST ITS TRAILER
019800*     (NOTHING IS TOUCHED IF IT FAILS), PASS 2 DRIVES EACH
019900*     DETAIL THROUGH PROG2 AND DISPOSES IT.  BETWEEN THE TWO
019910*     THE FILE IS CHECKED AGAINST (OR ENTERED ON) ITS BLKCTLF
019920*     REGISTRATION.
020000*----------------------------------------------------------------
020100 0000-MAIN-PARA.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020300     PERFORM 3000-PROVE-ONE THRU 3000-EXIT
020400         UNTIL END-OF-BULK-FILE.
020500     PERFORM 3500-CHECK-PROOF THRU 3500-EXIT.
020510     PERFORM 3700-CHECK-REGISTRATION THRU 3700-EXIT.
020600     PERFORM 4000-REOPEN-BULK THRU 4000-EXIT.
020700     PERFORM 5000-PROCESS-ONE THRU 5000-EXIT
020800         UNTIL END-OF-BULK-FILE.
022100          FNC-FILE
022200          PARM-FILE
022210          CALEND-FILE.
022220     OPEN I-O    BLKCTL-FILE.
022300     IF NOT BULK-STATUS-OK
022400         DISPLAY 'PROG17 BULKIN OPEN FAILED STATUS='
022500             WS-BULK-STATUS
024040         MOVE 16 TO RETURN-CODE
024050         STOP RUN
024060     END-IF.
024070     IF NOT BCTL-STATUS-OK
024080         DISPLAY 'PROG17 BLKCTLF OPEN FAILED STATUS='
024090             WS-BCTL-STATUS
024091         MOVE 16 TO RETURN-CODE
024092         STOP RUN
024093     END-IF.
024100     OPEN I-O    AUDIT-FILE.
024200     IF NOT AUDIT-STATUS-OK
024300         DISPLAY 'PROG17 AUDITF OPEN FAILED STATUS='
026000     ELSE
026100         MOVE PARM-RUN-DATE TO WS-RUN-DATE
026200     END-IF.
026210     MOVE PARM-OVR-OPER     TO WS-OVR-OPER.
026220     MOVE PARM-OVR-SOURCE   TO WS-OVR-SOURCE.
026230     MOVE PARM-OVR-HDR-DATE TO WS-OVR-HDR-DATE.
026300     CLOSE PARM-FILE
026310          CALEND-FILE.
026400     PERFORM 2000-READ-BULK THRU 2000-EXIT.
027300         STOP RUN
027400     END-IF.
027500     SET WS-HDR-SEEN TO TRUE.
027510     MOVE BLK-HDR-SOURCE TO WS-HDR-SOURCE.
027520     MOVE BLK-HDR-DATE   TO WS-HDR-DATE.
027600     PERFORM 2000-READ-BULK THRU 2000-EXIT.
027700 1000-EXIT.
027800     EXIT.
034500     STOP RUN.
034600 3500-EXIT.
034700     EXIT.
034701
034701*----------------------------------------------------------------
034702* 3700-CHECK-REGISTRATION
034702*     THE PROOF PASSED - LOOK THE FILE UP ON BLKCTLF BY ITS
034703*     HEADER SOURCE AND DATE.  NOT ON FILE: REGISTER IT AS A
034704*     NEW FILE.  REGISTERED COMPLETE: REFUSE IT, UNLESS AN
034704*     OVERRIDE CARD NAMES THIS FILE - THEN START A NEW
034705*     SUBMISSION FROM THE TOP.  REGISTERED IN PROGRESS: RESTART
034705*     THE INTERRUPTED RUN, OVERRIDE OR NOT - DETAILS THE EARLIER
034705*     RUN POSTED STAND, AND A NEW SUBMISSION FROM THE TOP WOULD
034705*     POST THEM AGAIN.  AN OVERRIDE IGNORED THAT WAY IS NAMED ON
034705*     THE CONSOLE.
034706*----------------------------------------------------------------
034706 3700-CHECK-REGISTRATION.
034707     IF WS-OVR-OPER NOT = SPACES
034707      AND WS-OVR-OPER NOT = LOW-VALUES
034708         IF WS-OVR-SOURCE = WS-HDR-SOURCE
034709          AND WS-OVR-HDR-DATE = WS-HDR-DATE
034709             SET WS-OVERRIDE TO TRUE
034710         ELSE
034711             DISPLAY 'PROG17 OVERRIDE CARD NAMES ANOTHER FILE '
034711                 '- IGNORED'
034712         END-IF
034712     END-IF.
034713     MOVE SPACES         TO BCT-REG-RECORD.
034714     MOVE WS-HDR-SOURCE  TO BCT-REG-SOURCE.
034714     MOVE WS-HDR-DATE    TO BCT-REG-HDR-DATE.
034715     MOVE ZERO           TO BCT-REG-SUBMIT-NO.
034716     MOVE ZERO           TO BCT-REG-DETAIL-NO.
034716     MOVE BCT-REG-KEY    TO BLKCTL-KEY.
034717     READ BLKCTL-FILE INTO BCT-REG-RECORD.
034718     EVALUATE TRUE
034718         WHEN BCTL-STATUS-NOTFND
034719             PERFORM 3710-REGISTER-NEW THRU 3710-EXIT
034719         WHEN NOT BCTL-STATUS-OK
034720             DISPLAY 'PROG17 BLKCTLF READ FAILED STATUS='
034721                 WS-BCTL-STATUS
034721             MOVE 16 TO RETURN-CODE
034722             STOP RUN
034723         WHEN BCT-REG-COMPLETE AND WS-OVERRIDE
034723             PERFORM 3730-RESUBMIT THRU 3730-EXIT
034724         WHEN BCT-REG-COMPLETE
034724             PERFORM 3720-REFUSE-DUPLICATE THRU 3720-EXIT
034725         WHEN OTHER
034725             IF WS-OVERRIDE
034725                 DISPLAY 'PROG17 OVERRIDE IGNORED - FILE HAS AN '
034725                     'INTERRUPTED RUN, RESTARTING IT'
034725             END-IF
034726             PERFORM 3740-RESTART THRU 3740-EXIT
034726     END-EVALUATE.
034727     MOVE BCT-REG-CUR-SUBMIT TO WS-SUBMIT-NO.
034728     MOVE BCT-REG-RUN-NO     TO WS-RUN-NO.
034728 3700-EXIT.
034729     EXIT.
034730
034730*----------------------------------------------------------------
034731* 3710-REGISTER-NEW
034731*     FIRST SIGHT OF THIS FILE - REGISTER IT IN PROGRESS AS
034732*     SUBMISSION 1, RUN 1, WITH THE TRAILER IT PROVED TO.
034733*----------------------------------------------------------------
034733 3710-REGISTER-NEW.
034734     SET BCT-REG-IN-PROGRESS TO TRUE.
034735     MOVE WS-TRL-COUNT-SAVE  TO BCT-REG-TRL-COUNT.
034735     MOVE WS-TRL-AMT-SAVE    TO BCT-REG-TRL-AMT.
034736     MOVE 1                  TO BCT-REG-CUR-SUBMIT.
034736     MOVE 1                  TO BCT-REG-RUN-NO.
034737     MOVE WS-RUN-DATE        TO BCT-REG-FIRST-DATE.
034738     MOVE WS-RUN-DATE        TO BCT-REG-LAST-DATE.
034738     MOVE SPACES             TO BCT-REG-DONE-DATE.
034739     MOVE ZERO               TO BCT-REG-PEND-DETAIL.
034740     MOVE SPACES             TO BCT-REG-PEND-AUD-KEY.
034740     MOVE ZERO               TO BCT-REG-AUD-SEQ.
034741     MOVE SPACES             TO BCT-REG-OVR-OPER.
034741     MOVE SPACES             TO BCT-REG-OVR-DATE.
034742     WRITE BLKCTL-REC FROM BCT-REG-RECORD.
034743     IF NOT BCTL-STATUS-OK
034743         DISPLAY 'PROG17 BLKCTLF REGISTER FAILED STATUS='
034744             WS-BCTL-STATUS
034745         MOVE 16 TO RETURN-CODE
034745         STOP RUN
034746     END-IF.
034747 3710-EXIT.
034747     EXIT.
034748
034748*----------------------------------------------------------------
034749* 3720-REFUSE-DUPLICATE
034750*     THIS FILE WAS ALREADY DRIVEN TO COMPLETION - REFUSE IT
034750*     WITH RC=16 AND NOTHING POSTED.  A DIFFERENT COUNT OR
034751*     AMOUNT IS CALLED OUT (A CORRECTED FILE SENT UNDER THE
034752*     SAME HEADER) BUT IS REFUSED ALL THE SAME - ONLY THE
034752*     OPERATOR, HAVING CHECKED WITH THE SUBMITTER, CAN SAY IT
034753*     IS TO BE DRIVEN.
034753*----------------------------------------------------------------
034754 3720-REFUSE-DUPLICATE.
034755     DISPLAY 'PROG17 FILE REFUSED - ALREADY PROCESSED'.
034755     DISPLAY 'PROG17 SOURCE=' WS-HDR-SOURCE
034756         ' FILE DATE=' WS-HDR-DATE
034757         ' COMPLETED ' BCT-REG-DONE-DATE.
034757     IF BCT-REG-TRL-COUNT NOT = WS-TRL-COUNT-SAVE
034758      OR BCT-REG-TRL-AMT NOT = WS-TRL-AMT-SAVE
034759         DISPLAY 'PROG17 COUNT/AMOUNT DIFFER FROM THE '
034759             'REGISTERED FILE'
034760     END-IF.
034760     DISPLAY 'PROG17 RESUBMISSION NEEDS AN OPERATOR OVERRIDE'.
034761     MOVE 16 TO RETURN-CODE.
034762     STOP RUN.
034762 3720-EXIT.
034763     EXIT.
034764
034764*----------------------------------------------------------------
034765* 3730-RESUBMIT
034765*     THE OPERATOR HAS AUTHORIZED THIS FILE TO BE DRIVEN AGAIN -
034766*     A NEW SUBMISSION, FROM THE TOP, AT RUN 1, UNDER THE
034767*     TRAILER IT PROVED TO NOW.  WHO AUTHORIZED IT AND WHEN
034767*     STAYS ON THE REGISTRATION.
034768*----------------------------------------------------------------
034769 3730-RESUBMIT.
034769     ADD 1                   TO BCT-REG-CUR-SUBMIT.
034770     SET BCT-REG-IN-PROGRESS TO TRUE.
034770     MOVE WS-TRL-COUNT-SAVE  TO BCT-REG-TRL-COUNT.
034771     MOVE WS-TRL-AMT-SAVE    TO BCT-REG-TRL-AMT.
034772     MOVE 1                  TO BCT-REG-RUN-NO.
034772     MOVE WS-RUN-DATE        TO BCT-REG-LAST-DATE.
034773     MOVE SPACES             TO BCT-REG-DONE-DATE.
034774     MOVE ZERO               TO BCT-REG-PEND-DETAIL.
034774     MOVE SPACES             TO BCT-REG-PEND-AUD-KEY.
034775     MOVE WS-OVR-OPER        TO BCT-REG-OVR-OPER.
034776     MOVE WS-RUN-DATE        TO BCT-REG-OVR-DATE.
034776     PERFORM 7100-REWRITE-REG THRU 7100-EXIT.
034777     DISPLAY 'PROG17 RESUBMISSION AUTHORIZED BY ' WS-OVR-OPER
034777         ' SOURCE=' WS-HDR-SOURCE ' FILE DATE=' WS-HDR-DATE.
034778 3730-EXIT.
034779     EXIT.
034779
034780*----------------------------------------------------------------
034781* 3740-RESTART
034781*     AN EARLIER RUN OF THIS FILE NEVER FINISHED - RESTART IT AS
034782*     THE NEXT RUN OF THE SAME SUBMISSION.  THE FILE MUST PROVE
034782*     TO THE SAME TRAILER, OR THE RECORDED PROGRESS MEANS
034783*     NOTHING AND IT IS REFUSED WITH RC=16 - AN OVERRIDE CANNOT
034783*     GET PAST THAT, ONLY A RERUN WITH THE ORIGINAL FILE.  THE
034784*     AUDIT SEQUENCE CARRIES ON FROM WHERE THE EARLIER RUN LEFT
034784*     IT.
034784*----------------------------------------------------------------
034785 3740-RESTART.
034786     IF BCT-REG-TRL-COUNT NOT = WS-TRL-COUNT-SAVE
034786      OR BCT-REG-TRL-AMT NOT = WS-TRL-AMT-SAVE
034787         DISPLAY 'PROG17 RESTART REFUSED - FILE DIFFERS FROM '
034788             'THE INTERRUPTED RUN'
034788         DISPLAY 'PROG17 SOURCE=' WS-HDR-SOURCE
034789             ' FILE DATE=' WS-HDR-DATE
034789         DISPLAY 'PROG17 RERUN THE ORIGINAL FILE TO FINISH IT'
034790         MOVE 16 TO RETURN-CODE
034791         STOP RUN
034791     END-IF.
034792     ADD 1                   TO BCT-REG-RUN-NO.
034793     MOVE WS-RUN-DATE        TO BCT-REG-LAST-DATE.
034793     MOVE BCT-REG-AUD-SEQ    TO WS-AUD-SEQ-CTR.
034794     PERFORM 7100-REWRITE-REG THRU 7100-EXIT.
034794     SET WS-RESTART TO TRUE.
034795     SET WS-REPLAY  TO TRUE.
034796     MOVE BCT-REG-RUN-NO TO WS-RUN-NO.
034796     DISPLAY 'PROG17 RESTARTING INTERRUPTED RUN - SOURCE='
034797         WS-HDR-SOURCE ' FILE DATE=' WS-HDR-DATE
034798         ' RUN ' WS-RUN-NO.
034798 3740-EXIT.
034799     EXIT.
034800
034900*----------------------------------------------------------------
035000* 4000-REOPEN-BULK
037100* 5000-PROCESS-ONE
037200*     ONE RECORD OF THE DRIVE PASS - THE TRAILER ENDS IT, A
037300*     DETAIL IS VALIDATED AND EITHER DRIVEN THROUGH PROG2 OR
037400*     DISPOSED AS A CODED REJECT.  ON A RESTART, A DETAIL THE
037410*     EARLIER RUN ALREADY DISPOSED IS REPLAYED FROM BLKCTLF
037420*     INSTEAD.  EACH NEW DISPOSITION IS RECORDED ON BLKCTLF
037430*     AFTER IT IS WRITTEN TO DISPOUT.
037500*----------------------------------------------------------------
037600 5000-PROCESS-ONE.
037700     IF BLK-TRAILER-REC
037710         PERFORM 5900-MARK-COMPLETE THRU 5900-EXIT
037800         MOVE 'Y' TO WS-EOF-SW
037900         GO TO 5000-EXIT.
038000     IF NOT BLK-DETAIL-REC
038100         GO TO 5000-NEXT.
038110     ADD 1 TO WS-DETAIL-NO.
038120     IF WS-REPLAY
038130         PERFORM 5050-REPLAY-DETAIL THRU 5050-EXIT
038140         IF WS-PRIOR-DONE
038150             GO TO 5000-NEXT
038160         END-IF
038170     END-IF.
038180     MOVE SPACES TO WS-DTL-AUD-KEY.
038200     PERFORM 5100-VALIDATE-DETAIL THRU 5100-EXIT.
038300     IF WS-REQ-OK
038400         PERFORM 5200-DRIVE-ONE THRU 5200-EXIT
038500     ELSE
038600         ADD 1 TO WS-REJECT-COUNT
038700     END-IF.
038710     MOVE WS-RUN-NO TO BLKD-RUN-NO.
038800     PERFORM 8000-WRITE-DISP THRU 8000-EXIT.
038810     PERFORM 5300-RECORD-DETAIL THRU 5300-EXIT.
038900 5000-NEXT.
039000     PERFORM 2000-READ-BULK THRU 2000-EXIT.
039100 5000-EXIT.
039200     EXIT.
039210
039211*----------------------------------------------------------------
039212* 5050-REPLAY-DETAIL
039213*     RESTART ONLY - LOOKS THIS DETAIL UP ON BLKCTLF.  IF AN
039214*     EARLIER RUN DISPOSED IT, ITS DISPOSITION GOES TO DISPOUT
039215*     UNDER THAT RUN'S NUMBER AND IT IS NOT DRIVEN AGAIN.  THE
039216*     FIRST DETAIL NOT ON FILE ENDS THE REPLAY: IF IT IS THE
039217*     ONE THE EARLIER RUN HAD IN FLIGHT AND ITS RESERVED AUDIT
039218*     KEY IS ON AUDITF, IT REACHED THE TRAIL BEFORE THE ABEND -
039219*     ITS PROGRESS RECORD IS WRITTEN FROM THE AUDIT RECORD AND
039220*     IT TOO IS NOT DRIVEN AGAIN.  OTHERWISE THE DRIVE RESUMES
039221*     WITH IT.
039222*----------------------------------------------------------------
039223 5050-REPLAY-DETAIL.
039224     MOVE 'N' TO WS-PRIOR-DONE-SW.
039225     MOVE WS-HDR-SOURCE  TO BCT-DTL-SOURCE.
039226     MOVE WS-HDR-DATE    TO BCT-DTL-HDR-DATE.
039227     MOVE WS-SUBMIT-NO   TO BCT-DTL-SUBMIT-NO.
039228     MOVE WS-DETAIL-NO   TO BCT-DTL-DETAIL-NO.
039229     MOVE BCT-DTL-KEY    TO BLKCTL-KEY.
039230     READ BLKCTL-FILE INTO BCT-DTL-RECORD.
039231     IF BCTL-STATUS-OK
039232         PERFORM 5060-WRITE-PRIOR-DISP THRU 5060-EXIT
039233         GO TO 5050-EXIT.
039234     IF NOT BCTL-STATUS-NOTFND
039235         DISPLAY 'PROG17 BLKCTLF READ FAILED STATUS='
039236             WS-BCTL-STATUS ' KEY=' BLKCTL-KEY
039237         MOVE 16 TO RETURN-CODE
039238         STOP RUN
039239     END-IF.
039240     MOVE 'N' TO WS-REPLAY-SW.
039241     MOVE WS-DETAIL-NO TO WS-DETAIL-DISP.
039242     IF WS-DETAIL-NO NOT = BCT-REG-PEND-DETAIL
039243         DISPLAY 'PROG17 RESUMING AT DETAIL ' WS-DETAIL-DISP
039244         GO TO 5050-EXIT.
039245     MOVE BCT-REG-PEND-AUD-KEY TO AUDIT-KEY.
039246     READ AUDIT-FILE.
039247     IF NOT AUDIT-STATUS-OK
039248         DISPLAY 'PROG17 DETAIL ' WS-DETAIL-DISP
039249             ' NOT ON AUDITF - DRIVEN AGAIN, CHECK ACCOUNT '
039250             BLK-ACCT-NO
039251         GO TO 5050-EXIT.
039252     DISPLAY 'PROG17 DETAIL ' WS-DETAIL-DISP
039253         ' FOUND ON AUDITF - NOT DRIVEN AGAIN'.
039254     MOVE BCT-REG-RUN-NO    TO BCT-DTL-RUN-NO.
039255     SUBTRACT 1 FROM BCT-DTL-RUN-NO.
039256     MOVE AUD-DATE          TO BCT-DTL-RUN-DATE.
039257     MOVE AUD-RESP-CODE     TO BCT-DTL-RESP-CODE.
039258     MOVE AUD-RESP-MSG      TO BCT-DTL-RESP-MSG.
039259     MOVE AUDIT-KEY         TO BCT-DTL-AUD-KEY.
039260     PERFORM 5310-WRITE-DTL THRU 5310-EXIT.
039261     PERFORM 5060-WRITE-PRIOR-DISP THRU 5060-EXIT.
039262 5050-EXIT.
039263     EXIT.
039264
039265*----------------------------------------------------------------
039266* 5060-WRITE-PRIOR-DISP
039267*     A DETAIL AN EARLIER RUN DISPOSED - ECHO IT TO DISPOUT WITH
039268*     THE DISPOSITION AND RUN NUMBER RECORDED FOR IT.
039269*----------------------------------------------------------------
039270 5060-WRITE-PRIOR-DISP.
039271     SET WS-PRIOR-DONE TO TRUE.
039272     ADD 1 TO WS-PRIOR-COUNT.
039273     MOVE SPACES            TO BLKD-RECORD.
039274     MOVE BLK-FIELD         TO BLKD-FIELD.
039275     MOVE BLK-ACCT-NO       TO BLKD-ACCT-NO.
039276     MOVE BLK-TO-ACCT-NO    TO BLKD-TO-ACCT-NO.
039277     MOVE BLK-EFF-DATE      TO BLKD-EFF-DATE.
039278     IF BLK-TRAN-AMT NUMERIC
039279         MOVE BLK-TRAN-AMT  TO BLKD-TRAN-AMT
039280     ELSE
039281         MOVE ZERO          TO BLKD-TRAN-AMT
039282     END-IF.
039283     MOVE BCT-DTL-RESP-CODE TO BLKD-RESP-CODE.
039284     MOVE BCT-DTL-RESP-MSG  TO BLKD-RESP-MSG.
039285     MOVE BCT-DTL-RUN-NO    TO BLKD-RUN-NO.
039286     PERFORM 8000-WRITE-DISP THRU 8000-EXIT.
039287 5060-EXIT.
039288     EXIT.
039300
039400*----------------------------------------------------------------
039500* 5100-VALIDATE-DETAIL
044600*     AND LOADS THE DISPOSITION FROM WHAT PROG2 DECIDED.  A
044700*     FAILED LINK DISPOSES '9999' FOR THE SUBMITTER TO RESEND
044800*     AND IS COUNTED FOR THE RC - IT IS NOT AUDITED, BECAUSE
044900*     NOTHING REACHED THE DECISION LOGIC.  THE DETAIL IS MARKED
044910*     IN FLIGHT ON BLKCTLF BEFORE THE LINK (5150).
045000*----------------------------------------------------------------
045100 5200-DRIVE-ONE.
045200     MOVE SPACES          TO COM-REGION.
045600     MOVE BLK-TO-ACCT-NO  TO COM-TO-ACCT-NO.
045700     MOVE BLK-TRAN-AMT    TO COM-TRAN-AMT.
045800     MOVE BLK-EFF-DATE    TO COM-EFF-DATE.
045810     PERFORM 5150-MARK-PENDING THRU 5150-EXIT.
045900     EXEC CICS LINK
046000          PROGRAM('PROG2')
046100          COMMAREA(COM-REGION)
048300     PERFORM 6000-AUDIT-ONE THRU 6000-EXIT.
048400 5200-EXIT.
048500     EXIT.
048501
048502*----------------------------------------------------------------
048503* 5150-MARK-PENDING
048504*     RESERVES THE AUDIT KEY THIS DETAIL'S TRAIL RECORD WILL BE
048506*     WRITTEN UNDER AND REWRITES THE REGISTRATION WITH THE
048507*     DETAIL AND THAT KEY, BEFORE PROG2 SEES IT.  IF THE RUN
048508*     DIES BEFORE THE DETAIL'S PROGRESS RECORD IS WRITTEN, THE
048509*     RESTART LOOKS THE KEY UP ON AUDITF TO LEARN WHETHER THE
048511*     DETAIL GOT THAT FAR (SEE 5050-REPLAY-DETAIL).
048512*----------------------------------------------------------------
048513 5150-MARK-PENDING.
048514     ACCEPT WS-TIME-RAW FROM TIME.
048516     MOVE WS-RUN-DATE     TO AUD-DATE.
048517     MOVE WS-TIME-6       TO AUD-TIME.
048518     MOVE 'BLKI'          TO AUD-TERM-ID.
048520     MOVE ZERO            TO AUD-TASK-NO.
048521     ADD 1 TO WS-AUD-SEQ-CTR.
048522     MOVE WS-AUD-SEQ-CTR  TO AUD-SEQ.
048523     MOVE AUDIT-KEY       TO WS-PEND-AUD-KEY.
048525     MOVE WS-DETAIL-NO    TO BCT-REG-PEND-DETAIL.
048526     MOVE WS-PEND-AUD-KEY TO BCT-REG-PEND-AUD-KEY.
048527     MOVE WS-AUD-SEQ-CTR  TO BCT-REG-AUD-SEQ.
048528     PERFORM 7100-REWRITE-REG THRU 7100-EXIT.
048530 5150-EXIT.
048531     EXIT.
048532
048534*----------------------------------------------------------------
048535* 5300-RECORD-DETAIL
048536*     RECORDS THE DETAIL JUST DISPOSED ON BLKCTLF - THIS RUN,
048537*     ITS DISPOSITION, AND THE AUDIT KEY IF IT WAS AUDITED.
048539*----------------------------------------------------------------
048540 5300-RECORD-DETAIL.
048541     MOVE SPACES          TO BCT-DTL-RECORD.
048542     MOVE WS-HDR-SOURCE   TO BCT-DTL-SOURCE.
048544     MOVE WS-HDR-DATE     TO BCT-DTL-HDR-DATE.
048545     MOVE WS-SUBMIT-NO    TO BCT-DTL-SUBMIT-NO.
048546     MOVE WS-DETAIL-NO    TO BCT-DTL-DETAIL-NO.
048547     MOVE WS-RUN-NO       TO BCT-DTL-RUN-NO.
048549     MOVE WS-RUN-DATE     TO BCT-DTL-RUN-DATE.
048550     MOVE BLKD-RESP-CODE  TO BCT-DTL-RESP-CODE.
048551     MOVE BLKD-RESP-MSG   TO BCT-DTL-RESP-MSG.
048553     MOVE WS-DTL-AUD-KEY  TO BCT-DTL-AUD-KEY.
048554     PERFORM 5310-WRITE-DTL THRU 5310-EXIT.
048555 5300-EXIT.
048556     EXIT.
048558
048559*----------------------------------------------------------------
048560* 5310-WRITE-DTL
048561*     WRITES ONE PROGRESS RECORD.  A FAILURE ABENDS THE RUN -
048563*     DRIVING ON WITHOUT RECORDING PROGRESS WOULD LET A RESTART
048564*     DRIVE THE SAME DETAILS TWICE.
048565*----------------------------------------------------------------
048567 5310-WRITE-DTL.
048568     WRITE BLKCTL-REC FROM BCT-DTL-RECORD.
048569     IF NOT BCTL-STATUS-OK
048570         DISPLAY 'PROG17 BLKCTLF WRITE FAILED STATUS='
048572             WS-BCTL-STATUS ' KEY=' BCT-DTL-KEY
048573         MOVE 16 TO RETURN-CODE
048574         STOP RUN
048575     END-IF.
048577 5310-EXIT.
048578     EXIT.
048579
048580*----------------------------------------------------------------
048582* 5900-MARK-COMPLETE
048583*     THE TRAILER IS REACHED - EVERY DETAIL IS DISPOSED.  THE
048584*     REGISTRATION GOES COMPLETE, SO A RESEND OF THIS FILE IS
048586*     REFUSED FROM NOW ON.
048587*----------------------------------------------------------------
048588 5900-MARK-COMPLETE.
048589     SET BCT-REG-COMPLETE TO TRUE.
048591     MOVE WS-RUN-DATE     TO BCT-REG-DONE-DATE.
048592     MOVE ZERO            TO BCT-REG-PEND-DETAIL.
048593     MOVE SPACES          TO BCT-REG-PEND-AUD-KEY.
048594     MOVE WS-AUD-SEQ-CTR  TO BCT-REG-AUD-SEQ.
048596     PERFORM 7100-REWRITE-REG THRU 7100-EXIT.
048597 5900-EXIT.
048598     EXIT.
048600
048700*----------------------------------------------------------------
048800* 6000-AUDIT-ONE
049000*     PROG8 AUDITS A RELEASE - DATED WITH THE RUN DATE, THE
049100*     TERMINAL SLOT CARRYING 'BLKI' SO THE TRAIL SHOWS WHERE
049200*     THE REQUEST CAME FROM.  A FAILED AUDIT WRITE IS LOGGED
049300*     AND COUNTED BUT DOES NOT STOP THE DRIVE.  THE KEY IS THE
049310*     ONE 5150-MARK-PENDING RESERVED BEFORE THE LINK.
049400*----------------------------------------------------------------
049500 6000-AUDIT-ONE.
049600     MOVE WS-PEND-AUD-KEY TO AUDIT-KEY.
050300     MOVE ZERO            TO AUD-RESP.
050400     MOVE ZERO            TO AUD-RESP2.
050500     MOVE FIELD           TO AUD-FIELD.
051200     MOVE SPACES          TO AUD-OPER-ID.
051300     MOVE COM-XREF-KEY    TO AUD-XREF-KEY.
051400     MOVE COM-REV-FUNC    TO AUD-REV-FUNC.
051410     MOVE SPACES          TO AUD-TELLER-ID.
051500     WRITE AUDIT-RECORD
051600         INVALID KEY
051700             ADD 1 TO WS-AUDFAIL-COUNT
051800             DISPLAY 'PROG17 AUDIT WRITE FAILED STATUS='
051900                 WS-AUDIT-STATUS ' KEY=' AUDIT-KEY
052000     END-WRITE.
052005     IF AUDIT-STATUS-OK
052006         MOVE WS-PEND-AUD-KEY TO WS-DTL-AUD-KEY
052007     END-IF.
052010     IF FIELD = 'REV'
052020      AND AUDIT-STATUS-OK
052030      AND COM-RESP-CODE = '0000'
052331 6100-EXIT.
052332     EXIT.
052333
052340*----------------------------------------------------------------
052341* 7100-REWRITE-REG
052342*     REWRITES THE FILE'S REGISTRATION.  A FAILURE ABENDS THE
052343*     RUN - THE SAME REASONING AS 5310-WRITE-DTL.
052344*----------------------------------------------------------------
052345 7100-REWRITE-REG.
052346     REWRITE BLKCTL-REC FROM BCT-REG-RECORD.
052347     IF NOT BCTL-STATUS-OK
052348         DISPLAY 'PROG17 BLKCTLF REWRITE FAILED STATUS='
052349             WS-BCTL-STATUS ' KEY=' BCT-REG-KEY
052350         MOVE 16 TO RETURN-CODE
052351         STOP RUN
052352     END-IF.
052353 7100-EXIT.
052354     EXIT.
052355
052400*----------------------------------------------------------------
052500* 8000-WRITE-DISP
052600*     WRITES ONE DISPOSITION RECORD, MARKED ORIGINAL OR RESTART
052610*     FROM THE RUN NUMBER IN BLKD-RUN-NO.  A FAILED WRITE ABENDS
052700*     THE RUN - A SHORT DISPOSITION FILE WOULD LEAVE THE
052800*     SUBMITTER BLIND TO WHAT POSTED.
052900*----------------------------------------------------------------
053000 8000-WRITE-DISP.
053010     IF BLKD-RUN-NO > 1
053020         SET BLKD-RESTART-RUN TO TRUE
053030     ELSE
053040         SET BLKD-ORIGINAL-RUN TO TRUE
053050     END-IF.
053100     WRITE DISP-OUTREC FROM BLKD-RECORD.
053200     IF NOT DISP-STATUS-OK
053300         DISPLAY 'PROG17 DISPOUT WRITE FAILED STATUS='
054800     CLOSE BULK-FILE
054900          DISP-FILE
055000          AUDIT-FILE
055100          FNC-FILE
055110          BLKCTL-FILE.
055200     MOVE WS-DRIVEN-COUNT TO WS-COUNT-DISP.
055300     STRING 'PROG17 DETAILS DRIVEN:  '
055400             DELIMITED BY SIZE
057000             INTO WS-CONSOLE-MSG
057100     END-STRING.
057200     DISPLAY WS-CONSOLE-MSG.
057210     IF WS-RESTART
057220         MOVE WS-PRIOR-COUNT TO WS-COUNT-DISP
057230         STRING 'PROG17 FROM EARLIER RUN: '
057240                 DELIMITED BY SIZE
057250                 WS-COUNT-DISP DELIMITED BY SIZE
057260                 INTO WS-CONSOLE-MSG
057270         END-STRING
057280         DISPLAY WS-CONSOLE-MSG
057290     END-IF.
057300     IF WS-FAIL-COUNT > 0 OR WS-AUDFAIL-COUNT > 0
057400         MOVE 8 TO RETURN-CODE
057500     ELSE
