000100*----------------------------------------------------------------
000200* PROG26M
000300* SYMBOLIC MAP FOR THE PROG26S/PROG26M BMS MAP (PROG26S.BMS).
000400* GENERATED BY THE BMS ASSEMBLY (DFHMSD LANG=COBOL) - DO NOT
000500* HAND-MAINTAIN THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING
000600* PROG26S.BMS TO MATCH.
000700*
000800* PROG26MI IS THE INPUT (OPERATOR-KEYED) VIEW, PROG26MO THE
000900* OUTPUT VIEW USED TO SEND THE SCREEN BACK.
001000*
001100* MAINTENANCE HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 2026-10-15 JXM   INITIAL VERSION.
001400*----------------------------------------------------------------
001500 01  PROG26MI.
001600    02  FILLER                  PIC X(12).
001700    02  BDATEL                  PIC S9(4) COMP.
001800    02  BDATEA                  PIC X.
001900    02  BDATEI                  PIC X(08).
002000    02  ITYPEL                  PIC S9(4) COMP.
002100    02  ITYPEA                  PIC X.
002200    02  ITYPEI                  PIC X(01).
002300    02  STYPEL                  PIC S9(4) COMP.
002400    02  STYPEA                  PIC X.
002500    02  STYPEI                  PIC X(01).
002600    02  SUBIDL                  PIC S9(4) COMP.
002700    02  SUBIDA                  PIC X.
002800    02  SUBIDI                  PIC X(10).
002900    02  ACTFL                   PIC S9(4) COMP.
003000    02  ACTFA                   PIC X.
003100    02  ACTFI                   PIC X(01).
003200    02  TAXIDL                  PIC S9(4) COMP.
003300    02  TAXIDA                  PIC X.
003400    02  TAXIDI                  PIC X(09).
003500    02  CUSTNL                  PIC S9(4) COMP.
003600    02  CUSTNA                  PIC X.
003700    02  CUSTNI                  PIC X(10).
003800    02  NAMEL                   PIC S9(4) COMP.
003900    02  NAMEA                   PIC X.
004000    02  NAMEI                   PIC X(30).
004100    02  CSHINL                  PIC S9(4) COMP.
004200    02  CSHINA                  PIC X.
004300    02  CSHINI                  PIC X(18).
004400    02  CSHOTL                  PIC S9(4) COMP.
004500    02  CSHOTA                  PIC X.
004600    02  CSHOTI                  PIC X(18).
004700    02  NDINL                   PIC S9(4) COMP.
004800    02  NDINA                   PIC X.
004900    02  NDINI                   PIC X(03).
005000    02  NDOUTL                  PIC S9(4) COMP.
005100    02  NDOUTA                  PIC X.
005200    02  NDOUTI                  PIC X(03).
005300    02  WSTRTL                  PIC S9(4) COMP.
005400    02  WSTRTA                  PIC X.
005500    02  WSTRTI                  PIC X(08).
005600    02  STATFL                  PIC S9(4) COMP.
005700    02  STATFA                  PIC X.
005800    02  STATFI                  PIC X(09).
005900    02  RVUSRL                  PIC S9(4) COMP.
006000    02  RVUSRA                  PIC X.
006100    02  RVUSRI                  PIC X(08).
006200    02  RVDATL                  PIC S9(4) COMP.
006300    02  RVDATA                  PIC X.
006400    02  RVDATI                  PIC X(08).
006500    02  RVTIML                  PIC S9(4) COMP.
006600    02  RVTIMA                  PIC X.
006700    02  RVTIMI                  PIC X(06).
006800    02  RVTRML                  PIC S9(4) COMP.
006900    02  RVTRMA                  PIC X.
007000    02  RVTRMI                  PIC X(04).
007100    02  MSGLNL                  PIC S9(4) COMP.
007200    02  MSGLNA                  PIC X.
007300    02  MSGLNI                  PIC X(78).
007400
007500 01  PROG26MO REDEFINES PROG26MI.
007600    02  FILLER                  PIC X(12).
007700    02  FILLER                  PIC X(03).
007800    02  BDATEO                  PIC X(08).
007900    02  FILLER                  PIC X(03).
008000    02  ITYPEO                  PIC X(01).
008100    02  FILLER                  PIC X(03).
008200    02  STYPEO                  PIC X(01).
008300    02  FILLER                  PIC X(03).
008400    02  SUBIDO                  PIC X(10).
008500    02  FILLER                  PIC X(03).
008600    02  ACTFO                   PIC X(01).
008700    02  FILLER                  PIC X(03).
008800    02  TAXIDO                  PIC X(09).
008900    02  FILLER                  PIC X(03).
009000    02  CUSTNO                  PIC X(10).
009100    02  FILLER                  PIC X(03).
009200    02  NAMEO                   PIC X(30).
009300    02  FILLER                  PIC X(03).
009400    02  CSHINO                  PIC X(18).
009500    02  FILLER                  PIC X(03).
009600    02  CSHOTO                  PIC X(18).
009700    02  FILLER                  PIC X(03).
009800    02  NDINO                   PIC X(03).
009900    02  FILLER                  PIC X(03).
010000    02  NDOUTO                  PIC X(03).
010100    02  FILLER                  PIC X(03).
010200    02  WSTRTO                  PIC X(08).
010300    02  FILLER                  PIC X(03).
010400    02  STATFO                  PIC X(09).
010500    02  FILLER                  PIC X(03).
010600    02  RVUSRO                  PIC X(08).
010700    02  FILLER                  PIC X(03).
010800    02  RVDATO                  PIC X(08).
010900    02  FILLER                  PIC X(03).
011000    02  RVTIMO                  PIC X(06).
011100    02  FILLER                  PIC X(03).
011200    02  RVTRMO                  PIC X(04).
011300    02  FILLER                  PIC X(03).
011400    02  MSGLNO                  PIC X(78).
