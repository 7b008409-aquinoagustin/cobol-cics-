000100*----------------------------------------------------------------
000200* PROG23M
000300* SYMBOLIC MAP FOR THE PROG23S/PROG23M BMS MAP (PROG23S.BMS).
000400* GENERATED BY THE BMS ASSEMBLY (DFHMSD LANG=COBOL) - DO NOT
000500* HAND-MAINTAIN THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING
000600* PROG23S.BMS TO MATCH.
000700*
000800* PROG23MI IS THE INPUT (OPERATOR-KEYED) VIEW, PROG23MO THE
000900* OUTPUT VIEW USED TO SEND THE SCREEN BACK.  AMTFI-N REDEFINES
001000* THE RAW KEYED AMOUNT AS NUMERIC, THE SAME AS PROG1M TRNAMTI-N.
001100*
001200* MAINTENANCE HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 2026-10-15 JXM   INITIAL VERSION.
001500*----------------------------------------------------------------
001600 01  PROG23MI.
001700    02  FILLER                  PIC X(12).
001800    02  TLRIDL                  PIC S9(4) COMP.
001900    02  TLRIDA                  PIC X.
002000    02  TLRIDI                  PIC X(08).
002100    02  BDATEL                  PIC S9(4) COMP.
002200    02  BDATEA                  PIC X.
002300    02  BDATEI                  PIC X(08).
002400    02  BRNCHL                  PIC S9(4) COMP.
002500    02  BRNCHA                  PIC X.
002600    02  BRNCHI                  PIC X(04).
002700    02  ACTFL                   PIC S9(4) COMP.
002800    02  ACTFA                   PIC X.
002900    02  ACTFI                   PIC X(01).
003000    02  AMTFL                   PIC S9(4) COMP.
003100    02  AMTFA                   PIC X.
003200    02  AMTFI                   PIC X(11).
003300    02  AMTFI-N REDEFINES AMTFI
003400       PIC 9(09)V99.
003500    02  STATFL                  PIC S9(4) COMP.
003600    02  STATFA                  PIC X.
003700    02  STATFI                  PIC X(06).
003800    02  OPAMTL                  PIC S9(4) COMP.
003900    02  OPAMTA                  PIC X.
004000    02  OPAMTI                  PIC X(14).
004100    02  OPTIML                  PIC S9(4) COMP.
004200    02  OPTIMA                  PIC X.
004300    02  OPTIMI                  PIC X(06).
004400    02  OPTRML                  PIC S9(4) COMP.
004500    02  OPTRMA                  PIC X.
004600    02  OPTRMI                  PIC X(04).
004700    02  CLAMTL                  PIC S9(4) COMP.
004800    02  CLAMTA                  PIC X.
004900    02  CLAMTI                  PIC X(14).
005000    02  CLTIML                  PIC S9(4) COMP.
005100    02  CLTIMA                  PIC X.
005200    02  CLTIMI                  PIC X(06).
005300    02  CLTRML                  PIC S9(4) COMP.
005400    02  CLTRMA                  PIC X.
005500    02  CLTRMI                  PIC X(04).
005600    02  MSGLNL                  PIC S9(4) COMP.
005700    02  MSGLNA                  PIC X.
005800    02  MSGLNI                  PIC X(78).
005900
006000 01  PROG23MO REDEFINES PROG23MI.
006100    02  FILLER                  PIC X(12).
006200    02  FILLER                  PIC X(03).
006300    02  TLRIDO                  PIC X(08).
006400    02  FILLER                  PIC X(03).
006500    02  BDATEO                  PIC X(08).
006600    02  FILLER                  PIC X(03).
006700    02  BRNCHO                  PIC X(04).
006800    02  FILLER                  PIC X(03).
006900    02  ACTFO                   PIC X(01).
007000    02  FILLER                  PIC X(03).
007100    02  AMTFO                   PIC X(11).
007200    02  FILLER                  PIC X(03).
007300    02  STATFO                  PIC X(06).
007400    02  FILLER                  PIC X(03).
007500    02  OPAMTO                  PIC X(14).
007600    02  FILLER                  PIC X(03).
007700    02  OPTIMO                  PIC X(06).
007800    02  FILLER                  PIC X(03).
007900    02  OPTRMO                  PIC X(04).
008000    02  FILLER                  PIC X(03).
008100    02  CLAMTO                  PIC X(14).
008200    02  FILLER                  PIC X(03).
008300    02  CLTIMO                  PIC X(06).
008400    02  FILLER                  PIC X(03).
008500    02  CLTRMO                  PIC X(04).
008600    02  FILLER                  PIC X(03).
008700    02  MSGLNO                  PIC X(78).
