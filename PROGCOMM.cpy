001694*                  PROG1IX CHECKPOINTS BEFORE CUTTING OVER SO NO
001695*                  SHORT SAVED COMMAREA IS REPLAYED INTO THE
001696*                  LONGER SHAPE.
001697* 2026-10-15 JXM   ADDED COM-TELLER-ID - THE OPERATOR SIGNED ON AT
001698*                  THE PROG1 TERMINAL, SET BY PROG1 BEFORE THE
001699*                  CHECKPOINT SO A PROG4/PROG12 REPLAY CAN AUDIT
001699*                  IT INTO AUD-TELLER-ID AND THE CASH STILL
001699*                  SETTLES TO THE RIGHT DRAWER (SEE PROG24).
001699*                  BLANK FROM EVERY OTHER CALLER.  CARVED OUT OF
001699*                  THE TRAILING FILLER - LENGTH UNCHANGED.
001700*----------------------------------------------------------------
001800 01  COM-REGION.
001900    05  FIELD                      PIC X(03).
002500    05  COM-RESP-MSG               PIC X(40).
002550    05  COM-XREF-KEY               PIC X(29).
002560    05  COM-REV-FUNC               PIC X(03).
002570    05  COM-TELLER-ID              PIC X(08).
002600    05  FILLER                     PIC X(02).
