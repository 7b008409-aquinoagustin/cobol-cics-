001500*
001600* USED BY -
001700*   PROG1   (CICS)  - READS ONE RECORD PER VALIDATION.
001800*   PROG7   (CICS)  - MAINTAINS THE RECORDS ONLINE, JOURNALING
001810*                     EVERY CHANGE TO JRNLF (SEE JRNLREC).
001820*   PROG31  (BATCH) - DECODES JOURNALED IMAGES FOR THE NIGHTLY
001830*                     CHANGE REPORT.
001900*
002000* MAINTENANCE HISTORY
002100* DATE       INIT  DESCRIPTION
