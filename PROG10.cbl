003910* 2026-09-02 JXM   ARCHIVE-RECORD WIDENED 126 TO 158 IN STEP
003920*                  WITH AUDITREC'S REVERSAL CROSS-REFERENCE
003930*                  FIELDS (AND THE ARCHOUT DCB IN PROG10X).
003940* 2026-10-15 JXM   ARCHIVE-RECORD WIDENED 158 TO 166 IN STEP
003950*                  WITH AUDITREC'S AUD-TELLER-ID (AND THE ARCHOUT
003960*                  DCB IN PROG10X).
004000*================================================================
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. PROG10.
007300* MATCHES AUDIT-RECORD - KEEP IN STEP WITH AUDITREC BY HAND.
007400*----------------------------------------------------------------
007500 FD  ARCH-FILE.
007600 01  ARCHIVE-RECORD          PIC X(166).
007700
007800*----------------------------------------------------------------
007900* SYSIN PARAMETER CARD - THE RETENTION CUTOFF DATE.
