003230*                  AND THE OUTCOME LINE NOW ENDS IN 'R' WHEN
003240*                  THE RECORD IS ONE SIDE OF A REVERSAL (ITS
003250*                  AUD-XREF-KEY POINTS AT THE OTHER SIDE).
003260* 2026-10-15 JXM   THE BACK-PAGE TABLE WIDENED 158 TO 166 IN STEP
003270*                  WITH AUDITREC'S AUD-TELLER-ID.
003300*================================================================
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. PROG6.
011800*----------------------------------------------------------------
011900 01  WS-BACK-TABLE.
012000    05  WS-BACK-REC OCCURS 6 TIMES
012100                               PIC X(166).
012200
012300*----------------------------------------------------------------
012400* DETAIL LINE BUILD AREAS - TWO LINES PER AUDIT RECORD.  THE
