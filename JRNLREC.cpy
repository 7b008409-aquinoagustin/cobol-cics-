000100*----------------------------------------------------------------
000200* JRNLREC
000300* RECORD LAYOUT FOR THE REFERENCE-DATA CHANGE JOURNAL (JRNLF,
000400* VSAM KSDS).  ONE RECORD FOR EVERY CHANGE THE REFERENCE DATA
000500* SCREENS MAKE TO A FILE - ADD, UPDATE, DEACTIVATE, REACTIVATE,
000600* LINK OR END OF A LINK - CARRYING THE WHOLE RECORD AS IT STOOD
000700* BEFORE THE CHANGE AND AS REWRITTEN, WITH THE SIGNED-ON USERID,
000800* THE TERMINAL AND THE TIME.  WRITTEN IN THE SAME UNIT OF WORK AS
000900* THE CHANGE ITSELF, SO A CHANGE THAT CANNOT BE JOURNALED IS
001000* BACKED OUT - THE FILE AND ITS JOURNAL NEVER DISAGREE.
001100*
001200* KEYED LIKE AUDITF (SEE AUDITREC) - DATE + TIME + TERMINAL +
001300* TASK NUMBER + A PER-TASK SEQUENCE NUMBER.  THE SCREENS ARE
001400* CONVERSATIONAL, SO ONE TASK WRITES MANY RECORDS, AND THE
001500* PROG13 LINK WRITES TWO IN THE SAME SECOND (THE ACCTMST AND
001600* RELF SIDES) - THE SEQUENCE SEPARATES THEM.
001610*
001620* A RELF LINK (SEE RELREC) IS JOURNALED ONCE, AS ITS CUSTOMER-
001630* SIDE 'C' RECORD UNDER THE CUSTOMER NUMBER - THE 'A' RECORD
001640* CARRIES THE SAME DATA.  THE AFTER IMAGE OF AN ENDED LINK IS
001650* SPACES.
001700*
001800* THE IMAGES ARE SIZED FOR THE LONGEST JOURNALED RECORD
001900* (CUSTMST) WITH ROOM TO GROW; A SHORTER RECORD IS PADDED WITH
002000* SPACES.  JRN-BEFORE-IMAGE IS SPACES ON AN ADD.
002100*
002200* JRN-RPT-DATE IS SPACES UNTIL THE NIGHTLY SIGN-OFF REPORT
002300* (PROG31) HAS LISTED THE RECORD, THEN THAT REPORT'S RUN DATE -
002400* SO A CHANGE MADE OVER A WEEKEND OR WHILE THE WINDOW WAS DOWN
002500* IS STILL REPORTED, ONCE, ON THE NEXT RUN.
002600*
002700* USED BY -
002800*   PROG7   (CICS)  - JOURNALS FUNCODF CHANGES.
002900*   PROG13  (CICS)  - JOURNALS CUSTMST CHANGES, RELF LINKS AND
003000*                     THE ACCTMST SIDE OF A PRIMARY OWNER LINK.
003100*   PROG20  (CICS)  - JOURNALS CALENDF CHANGES.
003200*   PROG31  (BATCH) - LISTS THE DAY'S CHANGES FOR SIGN-OFF.
003300*
003400* MAINTENANCE HISTORY
003500* DATE       INIT  DESCRIPTION
003600* 2026-10-15 JXM   INITIAL VERSION.
003610* 2026-10-15 JXM   RELF FILE ID AND END-OF-LINK ACTION.
003700*----------------------------------------------------------------
003800 01  JRN-RECORD.
003900    05  JRN-KEY.
004000        10  JRN-DATE                PIC X(08).
004100        10  JRN-TIME                PIC X(06).
004200        10  JRN-TERM-ID             PIC X(04).
004300        10  JRN-TASK-NO             PIC 9(07).
004400        10  JRN-SEQ                 PIC 9(04).
004500    05  JRN-DATA.
004600        10  JRN-FILE-ID             PIC X(08).
004700            88  JRN-FUNCODF             VALUE 'FUNCODF'.
004800            88  JRN-CUSTMST             VALUE 'CUSTMST'.
004900            88  JRN-CALENDF             VALUE 'CALENDF'.
005000            88  JRN-ACCTMST             VALUE 'ACCTMST'.
005010            88  JRN-RELF                VALUE 'RELF'.
005100        10  JRN-ACTION              PIC X(01).
005200            88  JRN-ADD                 VALUE 'A'.
005300            88  JRN-UPDATE              VALUE 'U'.
005400            88  JRN-DEACTIVATE          VALUE 'D'.
005500            88  JRN-REACTIVATE          VALUE 'R'.
005600            88  JRN-LINK                VALUE 'L'.
005610            88  JRN-END-LINK            VALUE 'E'.
005700        10  JRN-REC-KEY             PIC X(10).
005800        10  JRN-USER-ID             PIC X(08).
005900        10  JRN-PROGRAM             PIC X(08).
006000        10  JRN-RPT-DATE            PIC X(08).
006100        10  JRN-BEFORE-IMAGE        PIC X(250).
006200        10  JRN-AFTER-IMAGE         PIC X(250).
006300        10  FILLER                  PIC X(20).
