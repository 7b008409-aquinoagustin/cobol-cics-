002300*                     BUSINESS) DATE - SEE 2600-WAREHOUSE.
002400*   PROG9   (CICS)  - REJECTS A NON-BUSINESS EFFECTIVE DATE ON
002500*                     AN MQ REQUEST.
002600*   PROG20  (CICS)  - MAINTAINS THE RECORDS ONLINE, JOURNALING
002610*                     EVERY CHANGE TO JRNLF (SEE JRNLREC).
002700*   PROG3/PROG5/PROG8/PROG11/PROG15/PROG17/PROG18 (BATCH) -
002800*                     RESOLVE A BLANK SYSIN RUN DATE TO THE
002900*                     LAST BUSINESS DAY INSTEAD OF THE LITERAL
003000*                     SYSTEM DATE.
003010*   PROG25  (BATCH) - ALSO READS THE CALENDAR IN DATE ORDER FOR
003020*                     THE BUSINESS DAYS OF THE STRUCTURING
003030*                     WINDOW.
003040*   PROG27  (CICS)  - ROLLS A STANDING INSTRUCTION'S KEYED NEXT
003050*                     DATE TO THE BUSINESS DAY IT RUNS ON.
003060*   PROG28  (BATCH) - ROLLS EACH STANDING INSTRUCTION FORWARD
003070*                     ON ITS FREQUENCY AND FINDS THE NEXT
003080*                     BUSINESS DAY FOR A RETRY.
003090*   PROG30  (BATCH) - RESOLVES A BLANK RUN DATE TO THE LAST
003095*                     BUSINESS DAY.
003096*   PROG31  (BATCH) - RESOLVES A BLANK RUN DATE, AND DECODES
003097*                     JOURNALED IMAGES FOR THE NIGHTLY CHANGE
003098*                     REPORT.
003100*
003200* MAINTENANCE HISTORY
003300* DATE       INIT  DESCRIPTION
