002680*                  LAST BUSINESS DAY ON THE CALENDF CALENDAR
002690*                  (SEE CALREC) INSTEAD OF THE LITERAL SYSTEM
002695*                  DATE - SEE 1100-RESOLVE-BUS-DATE.
002696* 2026-10-15 JXM   CARRIES THE NEW AUD-TELLER-ID (THE TELLER
002697*                  SIGNED ON AT THE PROG1 TERMINAL) INTO
002698*                  EXT-TELLER-ID.
002700*================================================================
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. PROG5.
018460     MOVE AUD-OPER-ID  TO EXT-OPER-ID.
018470     MOVE AUD-XREF-KEY TO EXT-XREF-KEY.
018480     MOVE AUD-REV-FUNC TO EXT-REV-FUNC.
018490     MOVE AUD-TELLER-ID TO EXT-TELLER-ID.
018500 3100-EXIT.
018600     EXIT.
018700
