000100*----------------------------------------------------------------
000200* BCTLREC
000300* RECORD LAYOUTS FOR THE BULK INTAKE CONTROL FILE (BLKCTLF, VSAM
000400* KSDS, BATCH ONLY).  PROG17 REGISTERS EVERY BULK FILE IT
000500* ACCEPTS HERE AND RECORDS ITS PROGRESS AS IT DRIVES, SO THAT -
000600*
000700*   - A FILE THE SUBMITTER RE-TRANSMITS AFTER IT WAS DRIVEN TO
000800*     COMPLETION IS REFUSED.  THE TRAILER PROOF CANNOT CATCH A
000900*     RESEND - IT BALANCES PERFECTLY.  ONLY AN OPERATOR OVERRIDE
001000*     CARD NAMING THE FILE (SEE PROG17) DRIVES IT AGAIN, AS A
001100*     NEW SUBMISSION.
001200*   - A RERUN AFTER AN ABEND PART-WAY THROUGH THE DRIVE RESUMES
001300*     AFTER THE LAST DETAIL THAT REACHED AUDITF INSTEAD OF
001400*     DRIVING THE WHOLE FILE THROUGH PROG2 A SECOND TIME.  AN
001410*     OVERRIDE CARD IS IGNORED FOR A FILE IN PROGRESS - IT IS
001420*     ALWAYS RESTARTED, NEVER RESUBMITTED FROM THE TOP.
001500*
001600* A FILE IS IDENTIFIED BY ITS HEADER - BLK-HDR-SOURCE AND
001700* BLK-HDR-DATE (SEE BULKREC).  TWO RECORD TYPES SHARE THE KEY -
001800*
001900*   BCT-REG-RECORD - THE REGISTRATION, ONE PER FILE, SUBMISSION
002000*       AND DETAIL NUMBERS ZERO.  CARRIES THE TRAILER COUNT AND
002100*       AMOUNT, WHETHER THE DRIVE IS IN PROGRESS OR COMPLETE,
002200*       THE CURRENT SUBMISSION AND RUN NUMBERS, AND THE DETAIL
002300*       LAST HANDED TO PROG2 WITH THE AUDITF KEY ITS TRAIL
002400*       RECORD WAS TO GET (REWRITTEN BEFORE EACH LINK - A RERUN
002500*       LOOKS THAT KEY UP TO LEARN WHETHER THE DETAIL GOT AS
002600*       FAR AS AUDITF BEFORE THE ABEND).
002700*   BCT-DTL-RECORD - ONE PER DETAIL DISPOSED, KEYED BY THE
002800*       SUBMISSION NUMBER AND THE DETAIL'S POSITION IN THE FILE
002900*       (1 = THE FIRST 'D' RECORD).  CARRIES THE RUN THAT
003000*       DISPOSED IT AND THE DISPOSITION, SO A RESTART CAN WRITE
003100*       THE EARLIER RUN'S DISPOSITIONS TO DISPOUT WITHOUT
003200*       DRIVING THOSE DETAILS AGAIN.
003300*
003400* RUN NUMBER 1 IS THE ORIGINAL RUN OF A SUBMISSION; EACH
003500* RESTART ADDS ONE.  AN OVERRIDE RESUBMISSION (OF A COMPLETE
003550* FILE ONLY) STARTS A NEW SUBMISSION NUMBER AT RUN 1, SO ITS
003600* DETAIL RECORDS NEVER MEET THE EARLIER SUBMISSION'S.
003800*
003900* USED BY -
004000*   PROG17  (BATCH) - REGISTERS, CHECKS AND RECORDS PROGRESS.
004100*
004200* MAINTENANCE HISTORY
004300* DATE       INIT  DESCRIPTION
004400* 2026-10-15 JXM   INITIAL VERSION.
004410* 2026-10-15 JXM   HEADER - AN OVERRIDE APPLIES ONLY TO A FILE
004420*                  REGISTERED COMPLETE.
004500*----------------------------------------------------------------
004600 01  BCT-REG-RECORD.
004700    05  BCT-REG-KEY.
004800        10  BCT-REG-SOURCE          PIC X(08).
004900        10  BCT-REG-HDR-DATE        PIC X(08).
005000        10  BCT-REG-SUBMIT-NO       PIC 9(02).
005100        10  BCT-REG-DETAIL-NO       PIC 9(07).
005200    05  BCT-REG-STATUS              PIC X(01).
005300        88  BCT-REG-IN-PROGRESS         VALUE 'I'.
005400        88  BCT-REG-COMPLETE            VALUE 'C'.
005500    05  BCT-REG-TRL-COUNT           PIC 9(07).
005600    05  BCT-REG-TRL-AMT             PIC 9(13)V99.
005700    05  BCT-REG-CUR-SUBMIT          PIC 9(02).
005800    05  BCT-REG-RUN-NO              PIC 9(02).
005900    05  BCT-REG-FIRST-DATE          PIC X(08).
006000    05  BCT-REG-LAST-DATE           PIC X(08).
006100    05  BCT-REG-DONE-DATE           PIC X(08).
006200    05  BCT-REG-PEND-DETAIL         PIC 9(07).
006300    05  BCT-REG-PEND-AUD-KEY        PIC X(29).
006400    05  BCT-REG-AUD-SEQ             PIC 9(04).
006500    05  BCT-REG-OVR-OPER            PIC X(08).
006600    05  BCT-REG-OVR-DATE            PIC X(08).
006700    05  FILLER                      PIC X(18).
006800
006900 01  BCT-DTL-RECORD.
007000    05  BCT-DTL-KEY.
007100        10  BCT-DTL-SOURCE          PIC X(08).
007200        10  BCT-DTL-HDR-DATE        PIC X(08).
007300        10  BCT-DTL-SUBMIT-NO       PIC 9(02).
007400        10  BCT-DTL-DETAIL-NO       PIC 9(07).
007500    05  BCT-DTL-RUN-NO              PIC 9(02).
007600    05  BCT-DTL-RUN-DATE            PIC X(08).
007700    05  BCT-DTL-RESP-CODE           PIC X(04).
007800    05  BCT-DTL-RESP-MSG            PIC X(40).
007900    05  BCT-DTL-AUD-KEY             PIC X(29).
008000    05  FILLER                      PIC X(42).
