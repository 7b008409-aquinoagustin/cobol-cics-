000100*----------------------------------------------------------------
000200* PROG27M
000300* SYMBOLIC MAP FOR THE PROG27S/PROG27M BMS MAP (PROG27S.BMS).
000400* GENERATED BY THE BMS ASSEMBLY (DFHMSD LANG=COBOL) - DO NOT
000500* HAND-MAINTAIN THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING
000600* PROG27S.BMS TO MATCH.
000700*
000800* PROG27MI IS THE INPUT (OPERATOR-KEYED) VIEW, PROG27MO THE
000900* OUTPUT VIEW USED TO SEND THE SCREEN BACK.  AMTFI-N REDEFINES
001000* THE RAW KEYED AMOUNT AS NUMERIC, THE SAME AS PROG1M TRNAMTI-N.
001100*
001200* MAINTENANCE HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 2026-10-15 JXM   INITIAL VERSION.
001500*----------------------------------------------------------------
001600 01  PROG27MI.
001700    02  FILLER                  PIC X(12).
001800    02  FACCTL                  PIC S9(4) COMP.
001900    02  FACCTA                  PIC X.
002000    02  FACCTI                  PIC X(10).
002100    02  SINOL                   PIC S9(4) COMP.
002200    02  SINOA                   PIC X.
002300    02  SINOI                   PIC X(03).
002400    02  ACTFL                   PIC S9(4) COMP.
002500    02  ACTFA                   PIC X.
002600    02  ACTFI                   PIC X(01).
002700    02  FUNCL                   PIC S9(4) COMP.
002800    02  FUNCA                   PIC X.
002900    02  FUNCI                   PIC X(03).
003000    02  STATFL                  PIC S9(4) COMP.
003100    02  STATFA                  PIC X.
003200    02  STATFI                  PIC X(09).
003300    02  TOACCL                  PIC S9(4) COMP.
003400    02  TOACCA                  PIC X.
003500    02  TOACCI                  PIC X(10).
003600    02  PAYEEL                  PIC S9(4) COMP.
003700    02  PAYEEA                  PIC X.
003800    02  PAYEEI                  PIC X(30).
003900    02  PREFL                   PIC S9(4) COMP.
004000    02  PREFA                   PIC X.
004100    02  PREFI                   PIC X(20).
004200    02  AMTFL                   PIC S9(4) COMP.
004300    02  AMTFA                   PIC X.
004400    02  AMTFI                   PIC X(11).
004500    02  AMTFI-N REDEFINES AMTFI
004600       PIC 9(09)V99.
004700    02  FREQL                   PIC S9(4) COMP.
004800    02  FREQA                   PIC X.
004900    02  FREQI                   PIC X(01).
005000    02  NEXTDL                  PIC S9(4) COMP.
005100    02  NEXTDA                  PIC X.
005200    02  NEXTDI                  PIC X(08).
005300    02  ENDDL                   PIC S9(4) COMP.
005400    02  ENDDA                   PIC X.
005500    02  ENDDI                   PIC X(08).
005600    02  MAXCL                   PIC S9(4) COMP.
005700    02  MAXCA                   PIC X.
005800    02  MAXCI                   PIC X(04).
005900    02  SCHDDL                  PIC S9(4) COMP.
006000    02  SCHDDA                  PIC X.
006100    02  SCHDDI                  PIC X(08).
006200    02  RETRYL                  PIC S9(4) COMP.
006300    02  RETRYA                  PIC X.
006400    02  RETRYI                  PIC X(02).
006500    02  RUNCL                   PIC S9(4) COMP.
006600    02  RUNCA                   PIC X.
006700    02  RUNCI                   PIC X(04).
006800    02  LASTDL                  PIC S9(4) COMP.
006900    02  LASTDA                  PIC X.
007000    02  LASTDI                  PIC X(08).
007100    02  LASTRL                  PIC S9(4) COMP.
007200    02  LASTRA                  PIC X.
007300    02  LASTRI                  PIC X(04).
007400    02  LASTML                  PIC S9(4) COMP.
007500    02  LASTMA                  PIC X.
007600    02  LASTMI                  PIC X(40).
007700    02  ADDUL                   PIC S9(4) COMP.
007800    02  ADDUA                   PIC X.
007900    02  ADDUI                   PIC X(08).
008000    02  ADDDL                   PIC S9(4) COMP.
008100    02  ADDDA                   PIC X.
008200    02  ADDDI                   PIC X(08).
008300    02  CHGUL                   PIC S9(4) COMP.
008400    02  CHGUA                   PIC X.
008500    02  CHGUI                   PIC X(08).
008600    02  CHGDL                   PIC S9(4) COMP.
008700    02  CHGDA                   PIC X.
008800    02  CHGDI                   PIC X(08).
008900    02  MSGLNL                  PIC S9(4) COMP.
009000    02  MSGLNA                  PIC X.
009100    02  MSGLNI                  PIC X(78).
009200
009300 01  PROG27MO REDEFINES PROG27MI.
009400    02  FILLER                  PIC X(12).
009500    02  FILLER                  PIC X(03).
009600    02  FACCTO                  PIC X(10).
009700    02  FILLER                  PIC X(03).
009800    02  SINOO                   PIC X(03).
009900    02  FILLER                  PIC X(03).
010000    02  ACTFO                   PIC X(01).
010100    02  FILLER                  PIC X(03).
010200    02  FUNCO                   PIC X(03).
010300    02  FILLER                  PIC X(03).
010400    02  STATFO                  PIC X(09).
010500    02  FILLER                  PIC X(03).
010600    02  TOACCO                  PIC X(10).
010700    02  FILLER                  PIC X(03).
010800    02  PAYEEO                  PIC X(30).
010900    02  FILLER                  PIC X(03).
011000    02  PREFO                   PIC X(20).
011100    02  FILLER                  PIC X(03).
011200    02  AMTFO                   PIC X(11).
011300    02  FILLER                  PIC X(03).
011400    02  FREQO                   PIC X(01).
011500    02  FILLER                  PIC X(03).
011600    02  NEXTDO                  PIC X(08).
011700    02  FILLER                  PIC X(03).
011800    02  ENDDO                   PIC X(08).
011900    02  FILLER                  PIC X(03).
012000    02  MAXCO                   PIC X(04).
012100    02  FILLER                  PIC X(03).
012200    02  SCHDDO                  PIC X(08).
012300    02  FILLER                  PIC X(03).
012400    02  RETRYO                  PIC X(02).
012500    02  FILLER                  PIC X(03).
012600    02  RUNCO                   PIC X(04).
012700    02  FILLER                  PIC X(03).
012800    02  LASTDO                  PIC X(08).
012900    02  FILLER                  PIC X(03).
013000    02  LASTRO                  PIC X(04).
013100    02  FILLER                  PIC X(03).
013200    02  LASTMO                  PIC X(40).
013300    02  FILLER                  PIC X(03).
013400    02  ADDUO                   PIC X(08).
013500    02  FILLER                  PIC X(03).
013600    02  ADDDO                   PIC X(08).
013700    02  FILLER                  PIC X(03).
013800    02  CHGUO                   PIC X(08).
013900    02  FILLER                  PIC X(03).
014000    02  CHGDO                   PIC X(08).
014100    02  FILLER                  PIC X(03).
014200    02  MSGLNO                  PIC X(78).
