000100*----------------------------------------------------------------
000200* PROG29M
000300* SYMBOLIC MAP FOR THE PROG29S/PROG29M BMS MAP (PROG29S.BMS).
000400* GENERATED BY THE BMS ASSEMBLY (DFHMSD LANG=COBOL) - DO NOT
000500* HAND-MAINTAIN THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING
000600* PROG29S.BMS TO MATCH.
000700*
000800* PROG29MI IS THE INPUT (OPERATOR-KEYED) VIEW, PROG29MO THE
000900* OUTPUT VIEW USED TO SEND THE SCREEN BACK.  AMTFI-N AND WAIVFI-N
001000* REDEFINE THE RAW KEYED AMOUNTS AS NUMERIC, THE SAME AS PROG1M
001100* TRNAMTI-N.
001200*
001300* MAINTENANCE HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 2026-10-15 JXM   INITIAL VERSION.
001600*----------------------------------------------------------------
001700 01  PROG29MI.
001800    02  FILLER                  PIC X(12).
001900    02  FTYPEL                  PIC S9(4) COMP.
002000    02  FTYPEA                  PIC X.
002100    02  FTYPEI                  PIC X(03).
002200    02  EFFDL                   PIC S9(4) COMP.
002300    02  EFFDA                   PIC X.
002400    02  EFFDI                   PIC X(08).
002500    02  ACTFL                   PIC S9(4) COMP.
002600    02  ACTFA                   PIC X.
002700    02  ACTFI                   PIC X(01).
002800    02  DESCFL                  PIC S9(4) COMP.
002900    02  DESCFA                  PIC X.
003000    02  DESCFI                  PIC X(30).
003100    02  STATFL                  PIC S9(4) COMP.
003200    02  STATFA                  PIC X.
003300    02  STATFI                  PIC X(01).
003400    02  AMTFL                   PIC S9(4) COMP.
003500    02  AMTFA                   PIC X.
003600    02  AMTFI                   PIC X(11).
003700    02  AMTFI-N REDEFINES AMTFI
003800       PIC 9(09)V99.
003900    02  WAIVFL                  PIC S9(4) COMP.
004000    02  WAIVFA                  PIC X.
004100    02  WAIVFI                  PIC X(11).
004200    02  WAIVFI-N REDEFINES WAIVFI
004300       PIC 9(09)V99.
004400    02  FREECL                  PIC S9(4) COMP.
004500    02  FREECA                  PIC X.
004600    02  FREECI                  PIC X(03).
004700    02  EXPDL                   PIC S9(4) COMP.
004800    02  EXPDA                   PIC X.
004900    02  EXPDI                   PIC X(08).
005000    02  ADDUL                   PIC S9(4) COMP.
005100    02  ADDUA                   PIC X.
005200    02  ADDUI                   PIC X(08).
005300    02  ADDDL                   PIC S9(4) COMP.
005400    02  ADDDA                   PIC X.
005500    02  ADDDI                   PIC X(08).
005600    02  CHGUL                   PIC S9(4) COMP.
005700    02  CHGUA                   PIC X.
005800    02  CHGUI                   PIC X(08).
005900    02  CHGDL                   PIC S9(4) COMP.
006000    02  CHGDA                   PIC X.
006100    02  CHGDI                   PIC X(08).
006200    02  MSGLNL                  PIC S9(4) COMP.
006300    02  MSGLNA                  PIC X.
006400    02  MSGLNI                  PIC X(78).
006500
006600 01  PROG29MO REDEFINES PROG29MI.
006700    02  FILLER                  PIC X(12).
006800    02  FILLER                  PIC X(03).
006900    02  FTYPEO                  PIC X(03).
007000    02  FILLER                  PIC X(03).
007100    02  EFFDO                   PIC X(08).
007200    02  FILLER                  PIC X(03).
007300    02  ACTFO                   PIC X(01).
007400    02  FILLER                  PIC X(03).
007500    02  DESCFO                  PIC X(30).
007600    02  FILLER                  PIC X(03).
007700    02  STATFO                  PIC X(01).
007800    02  FILLER                  PIC X(03).
007900    02  AMTFO                   PIC X(11).
008000    02  FILLER                  PIC X(03).
008100    02  WAIVFO                  PIC X(11).
008200    02  FILLER                  PIC X(03).
008300    02  FREECO                  PIC X(03).
008400    02  FILLER                  PIC X(03).
008500    02  EXPDO                   PIC X(08).
008600    02  FILLER                  PIC X(03).
008700    02  ADDUO                   PIC X(08).
008800    02  FILLER                  PIC X(03).
008900    02  ADDDO                   PIC X(08).
009000    02  FILLER                  PIC X(03).
009100    02  CHGUO                   PIC X(08).
009200    02  FILLER                  PIC X(03).
009300    02  CHGDO                   PIC X(08).
009400    02  FILLER                  PIC X(03).
009500    02  MSGLNO                  PIC X(78).
