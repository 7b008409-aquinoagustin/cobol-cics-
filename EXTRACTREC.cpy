001980*                  WITH AUDITREC'S REVERSAL CROSS-REFERENCE.
001990*                  RECORD LENGTH EXTENDED 131 TO 163 - THE
001995*                  EXTOUT DCB IN PROG5X GOES WITH IT.
001996* 2026-10-15 JXM   ADDED EXT-TELLER-ID - IN STEP WITH AUDITREC'S
001997*                  AUD-TELLER-ID.  RECORD LENGTH EXTENDED 163 TO
001998*                  171 - THE EXTOUT DCB IN PROG5X GOES WITH IT.
002000*----------------------------------------------------------------
002100 01  EXTRACT-RECORD.
002200    05  EXT-DATE                 PIC X(08).
003270    05  EXT-OPER-ID              PIC X(08).
003280    05  EXT-XREF-KEY             PIC X(29).
003290    05  EXT-REV-FUNC             PIC X(03).
003295    05  EXT-TELLER-ID            PIC X(08).
003300    05  FILLER                   PIC X(01).
003400
