001400*
001500* THE DISPOSITION FILE ECHOES EACH DETAIL'S BUSINESS FIELDS
001600* WITH THE OUTCOME CODE AND MESSAGE - REJECTS ARE CODED, NEVER
001700* SILENTLY DROPPED.  BLKD-RUN-NO/BLKD-RUN-TYPE SAY WHICH RUN
001710* DROVE THE DETAIL - THE ORIGINAL RUN, OR A RESTART AFTER AN
001720* ABEND (SEE BCTLREC) - SO THE SUBMITTER CAN SEE WHERE A
001730* RESTARTED FILE PICKED UP.
001800*
001900* USED BY -
002000*   PROG17  (BATCH) - READS THE INTAKE FILE AND WRITES THE
002300* MAINTENANCE HISTORY
002400* DATE       INIT  DESCRIPTION
002500* 2026-09-02 JXM   INITIAL VERSION.
002510* 2026-10-15 JXM   ADDED BLKD-RUN-NO AND BLKD-RUN-TYPE TO THE
002520*                  DISPOSITION RECORD, CARVED OUT OF THE
002530*                  TRAILING FILLER (RECORD LENGTH UNCHANGED).
002600*----------------------------------------------------------------
002700 01  BLK-RECORD.
002800    05  BLK-REC-TYPE             PIC X(01).
005400    05  BLKD-EFF-DATE            PIC X(08).
005500    05  BLKD-RESP-CODE           PIC X(04).
005600    05  BLKD-RESP-MSG            PIC X(40).
005610    05  BLKD-RUN-NO              PIC 9(02).
005620    05  BLKD-RUN-TYPE            PIC X(01).
005630        88  BLKD-ORIGINAL-RUN        VALUE 'O'.
005640        88  BLKD-RESTART-RUN         VALUE 'R'.
005700    05  FILLER                   PIC X(01).
