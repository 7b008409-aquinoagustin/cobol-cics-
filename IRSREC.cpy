000100*----------------------------------------------------------------
000200* IRSREC
000300* RECORD LAYOUTS FOR THE 1099-INT ELECTRONIC FILING FILE
000400* (IRSOUT) WRITTEN BY PROG32 FOR TRANSMISSION TO THE IRS.  THE
000500* FIXED 750-BYTE RECORD FORMAT OF IRS PUBLICATION 1220 - ONE
000600* TRANSMITTER 'T' RECORD, ONE PAYER 'A' RECORD, ONE PAYEE 'B'
000700* RECORD PER RECIPIENT, THE 'C' END-OF-PAYER TOTALS AND THE 'F'
000800* END-OF-TRANSMISSION RECORD.  THE FIVE 01 LEVELS SHARE THE
000900* RECORD AREA; EACH IS SPACED OUT AND BUILT WHOLE BEFORE IT IS
001000* WRITTEN.
001100*
001200* POSITIONS ARE THE 1099 LAYOUT OF PUBLICATION 1220.  THE IRS
001300* REVISES IT MOST YEARS - CHECK EVERY FIELD AGAINST THE
001400* PUBLICATION FOR THE TAX YEAR BEFORE THE FIRST RUN OF THE
001500* FILING SEASON.  ONLY AMOUNT CODE 1 (BOX 1, INTEREST INCOME)
001600* IS REPORTED; THE OTHER AMOUNT FIELDS AND CONTROL TOTALS ARE
001700* ZERO-FILLED AND THE FORM-SPECIFIC AREA OF THE 'B' RECORD IS
001800* LEFT BLANK.  AMOUNTS ARE UNSIGNED, IN CENTS, RIGHT-JUSTIFIED.
001900* THE NAME CONTROL AND TYPE OF TIN ARE LEFT BLANK - CUSTMST
002000* CARRIES NEITHER THE SURNAME APART FROM THE NAME NOR WHETHER
002100* THE TAX ID IS AN SSN OR AN EIN.
002200*
002300* USED BY -
002400*   PROG32  (BATCH) - WRITES THE FILING FILE.
002500*
002600* MAINTENANCE HISTORY
002700* DATE       INIT  DESCRIPTION
002800* 2026-10-15 JXM   INITIAL VERSION.
002900*----------------------------------------------------------------
003000 01  IRS-T-RECORD.
003100    05  IRS-T-TYPE                  PIC X(01).
003200    05  IRS-T-YEAR                  PIC X(04).
003300    05  IRS-T-PRIOR-YEAR            PIC X(01).
003400    05  IRS-T-TIN                   PIC X(09).
003500    05  IRS-T-TCC                   PIC X(05).
003600    05  FILLER                      PIC X(07).
003700    05  IRS-T-TEST                  PIC X(01).
003800    05  IRS-T-FOREIGN               PIC X(01).
003900    05  IRS-T-NAME                  PIC X(40).
004000    05  IRS-T-NAME-2                PIC X(40).
004100    05  IRS-T-CO-NAME               PIC X(40).
004200    05  IRS-T-CO-NAME-2             PIC X(40).
004300    05  IRS-T-CO-ADDR               PIC X(40).
004400    05  IRS-T-CO-CITY               PIC X(40).
004500    05  IRS-T-CO-STATE              PIC X(02).
004600    05  IRS-T-CO-ZIP                PIC X(09).
004700    05  FILLER                      PIC X(15).
004800    05  IRS-T-PAYEE-CNT             PIC 9(08).
004900    05  IRS-T-CONTACT               PIC X(40).
005000    05  IRS-T-CONTACT-PHONE         PIC X(15).
005100    05  IRS-T-CONTACT-EMAIL         PIC X(50).
005200    05  FILLER                      PIC X(91).
005300    05  IRS-T-SEQ                   PIC 9(08).
005400    05  FILLER                      PIC X(10).
005500    05  IRS-T-VENDOR                PIC X(01).
005600    05  FILLER                      PIC X(232).
005700
005800 01  IRS-A-RECORD.
005900    05  IRS-A-TYPE                  PIC X(01).
006000    05  IRS-A-YEAR                  PIC X(04).
006100    05  IRS-A-COMBINED              PIC X(01).
006200    05  FILLER                      PIC X(05).
006300    05  IRS-A-TIN                   PIC X(09).
006400    05  IRS-A-NAME-CTL              PIC X(04).
006500    05  IRS-A-LAST-FILING           PIC X(01).
006600    05  IRS-A-RETURN-TYPE           PIC X(02).
006700    05  IRS-A-AMT-CODES             PIC X(18).
006800    05  FILLER                      PIC X(06).
006900    05  IRS-A-FOREIGN               PIC X(01).
007000    05  IRS-A-NAME                  PIC X(40).
007100    05  IRS-A-NAME-2                PIC X(40).
007200    05  IRS-A-AGENT                 PIC X(01).
007300    05  IRS-A-ADDR                  PIC X(40).
007400    05  IRS-A-CITY                  PIC X(40).
007500    05  IRS-A-STATE                 PIC X(02).
007600    05  IRS-A-ZIP                   PIC X(09).
007700    05  IRS-A-PHONE                 PIC X(15).
007800    05  FILLER                      PIC X(260).
007900    05  IRS-A-SEQ                   PIC 9(08).
008000    05  FILLER                      PIC X(243).
008100
008200 01  IRS-B-RECORD.
008300    05  IRS-B-TYPE                  PIC X(01).
008400    05  IRS-B-YEAR                  PIC X(04).
008500    05  IRS-B-CORRECTED             PIC X(01).
008600        88  IRS-B-CORRECTION            VALUE 'G'.
008700    05  IRS-B-NAME-CTL              PIC X(04).
008800    05  IRS-B-TIN-TYPE              PIC X(01).
008900    05  IRS-B-TIN                   PIC X(09).
009000    05  IRS-B-ACCT                  PIC X(20).
009100    05  IRS-B-OFFICE                PIC X(04).
009200    05  FILLER                      PIC X(10).
009300    05  IRS-B-AMT-1                 PIC 9(10)V99.
009400    05  IRS-B-AMT-OTHER             PIC X(204).
009500    05  FILLER                      PIC X(16).
009600    05  IRS-B-FOREIGN               PIC X(01).
009700    05  IRS-B-NAME                  PIC X(40).
009800    05  IRS-B-NAME-2                PIC X(40).
009900    05  IRS-B-ADDR                  PIC X(40).
010000    05  FILLER                      PIC X(40).
010100    05  IRS-B-CITY                  PIC X(40).
010200    05  IRS-B-STATE                 PIC X(02).
010300    05  IRS-B-ZIP                   PIC X(09).
010400    05  FILLER                      PIC X(01).
010500    05  IRS-B-SEQ                   PIC 9(08).
010600    05  FILLER                      PIC X(36).
010700    05  IRS-B-FORM-DATA             PIC X(207).
010800
010900 01  IRS-C-RECORD.
011000    05  IRS-C-TYPE                  PIC X(01).
011100    05  IRS-C-PAYEE-CNT             PIC 9(08).
011200    05  FILLER                      PIC X(06).
011300    05  IRS-C-TOTAL-1               PIC 9(16)V99.
011400    05  IRS-C-TOTAL-OTHER           PIC X(306).
011500    05  FILLER                      PIC X(160).
011600    05  IRS-C-SEQ                   PIC 9(08).
011700    05  FILLER                      PIC X(243).
011800
011900 01  IRS-F-RECORD.
012000    05  IRS-F-TYPE                  PIC X(01).
012100    05  IRS-F-A-CNT                 PIC 9(08).
012200    05  IRS-F-ZEROS                 PIC X(21).
012300    05  FILLER                      PIC X(469).
012400    05  IRS-F-SEQ                   PIC 9(08).
012500    05  FILLER                      PIC X(243).
