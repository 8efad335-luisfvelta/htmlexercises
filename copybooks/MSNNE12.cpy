000100************************************************************
000200* MSNNE12  - MAPA SIMBOLICO GENERADO PARA EL MAPSET MSNNE12 *
000300* PANTALLA DE MANTENIMIENTO DEL PLAN DE EVALUACION DE UNA   *
000400* OFERTA (ARCHIVO EVALPLAN, VER RLEVALPL) - TRANSACCION SN12*
000500* GENERADO A PARTIR DEL DSECT DE BMS MSNNE12.BMS            *
000600* LAS 10 LINEAS DE COMPONENTES (NUMERO, NOMBRE, PESO) VIENEN*
000700* COMO OCCURS DIRECTO EN EL MAPA SIMBOLICO; LA LINEA N ES EL*
000800* COMPONENTE N DEL PLAN. LOS CAMPOS NOMBRE Y PESO LLEVAN    *
000900* FSET EN EL BMS PARA QUE EL TERMINAL RETRANSMITA EL PLAN   *
001000* COMPLETO EN CADA ENTER                                    *
001100************************************************************
001200 01  MSNNE12I.
001300     05  MCUREI-GRP.
001400         10 MCURESP    PIC X(3).
001500         10 MCURCOL    PIC X.
001600         10 MCURPRO    PIC X.
001700         10 MCURHIG    PIC X.
001800         10 MCURVVV    PIC X.
001900         10 MCURUND    PIC X.
002000         10 MCUREI     PIC X(5).
002100     05  MAAAEI-GRP.
002200         10 MAAAESP    PIC X(3).
002300         10 MAAACOL    PIC X.
002400         10 MAAAPRO    PIC X.
002500         10 MAAAHIG    PIC X.
002600         10 MAAAVVV    PIC X.
002700         10 MAAAUND    PIC X.
002800         10 MAAAEI     PIC X(4).
002900*   TERMINO: 1/2; BLANCO = 0 (ANUAL)
003000     05  MTEREI-GRP.
003100         10 MTERESP    PIC X(3).
003200         10 MTERCOL    PIC X.
003300         10 MTERPRO    PIC X.
003400         10 MTERHIG    PIC X.
003500         10 MTERVVV    PIC X.
003600         10 MTERUND    PIC X.
003700         10 MTEREI     PIC X(1).
003800*   SUMA DE LOS PESOS DEL PLAN (SOLO SALIDA)
003900     05  MTOTEI-GRP.
004000         10 MTOTESP    PIC X(3).
004100         10 MTOTCOL    PIC X.
004200         10 MTOTPRO    PIC X.
004300         10 MTOTHIG    PIC X.
004400         10 MTOTVVV    PIC X.
004500         10 MTOTUND    PIC X.
004600         10 MTOTEI     PIC X(3).
004700     05  MTXMSGI-GRP.
004800         10 MTXMESP    PIC X(3).
004900         10 MTXMCOL    PIC X.
005000         10 MTXMPRO    PIC X.
005100         10 MTXMHIG    PIC X.
005200         10 MTXMVVV    PIC X.
005300         10 MTXMUND    PIC X.
005400         10 MTXMSGI    PIC X(40).
005500     05  MOPDNI-GRP.
005600         10 MOPDESP    PIC X(3).
005700         10 MOPDCOL    PIC X.
005800         10 MOPDPRO    PIC X.
005900         10 MOPDHIG    PIC X.
006000         10 MOPDVVV    PIC X.
006100         10 MOPDUND    PIC X.
006200         10 MOPDNI     PIC X(9).
006300     05  MLINEAI OCCURS 10 TIMES.
006400*   NUMERO DE COMPONENTE (SOLO SALIDA), NOMBRE Y PESO 999
006500         07 MCNUMI-GRP.
006600            10 MCNUESP    PIC X(3).
006700            10 MCNUCOL    PIC X.
006800            10 MCNUPRO    PIC X.
006900            10 MCNUHIG    PIC X.
007000            10 MCNUVVV    PIC X.
007100            10 MCNUUND    PIC X.
007200            10 MCNUMI     PIC X(2).
007300         07 MCNOMI-GRP.
007400            10 MCNOESP    PIC X(3).
007500            10 MCNOCOL    PIC X.
007600            10 MCNOPRO    PIC X.
007700            10 MCNOHIG    PIC X.
007800            10 MCNOVVV    PIC X.
007900            10 MCNOUND    PIC X.
008000            10 MCNOMI     PIC X(20).
008100         07 MCPESI-GRP.
008200            10 MCPEESP    PIC X(3).
008300            10 MCPECOL    PIC X.
008400            10 MCPEPRO    PIC X.
008500            10 MCPEHIG    PIC X.
008600            10 MCPEVVV    PIC X.
008700            10 MCPEUND    PIC X.
008800            10 MCPESI     PIC X(3).
008900 01  MSNNE12O.
009000     05  MCUREO-GRP.
009100         10 MCURESPO   PIC X(3).
009200         10 MCURCOLO   PIC X.
009300         10 MCURPROO   PIC X.
009400         10 MCURHIGO   PIC X.
009500         10 MCURVVVO   PIC X.
009600         10 MCURUNDO   PIC X.
009700         10 MCUREO     PIC X(5).
009800     05  MAAAEO-GRP.
009900         10 MAAAESPO   PIC X(3).
010000         10 MAAACOLO   PIC X.
010100         10 MAAAPROO   PIC X.
010200         10 MAAAHIGO   PIC X.
010300         10 MAAAVVVO   PIC X.
010400         10 MAAAUNDO   PIC X.
010500         10 MAAAEO     PIC X(4).
010600*   TERMINO: 1/2; BLANCO = 0 (ANUAL)
010700     05  MTEREO-GRP.
010800         10 MTERESPO   PIC X(3).
010900         10 MTERCOLO   PIC X.
011000         10 MTERPROO   PIC X.
011100         10 MTERHIGO   PIC X.
011200         10 MTERVVVO   PIC X.
011300         10 MTERUNDO   PIC X.
011400         10 MTEREO     PIC X(1).
011500*   SUMA DE LOS PESOS DEL PLAN (SOLO SALIDA)
011600     05  MTOTEO-GRP.
011700         10 MTOTESPO   PIC X(3).
011800         10 MTOTCOLO   PIC X.
011900         10 MTOTPROO   PIC X.
012000         10 MTOTHIGO   PIC X.
012100         10 MTOTVVVO   PIC X.
012200         10 MTOTUNDO   PIC X.
012300         10 MTOTEO     PIC X(3).
012400     05  MTXMSGO-GRP.
012500         10 MTXMESPO   PIC X(3).
012600         10 MTXMCOLO   PIC X.
012700         10 MTXMPROO   PIC X.
012800         10 MTXMHIGO   PIC X.
012900         10 MTXMVVVO   PIC X.
013000         10 MTXMUNDO   PIC X.
013100         10 MTXMSGO    PIC X(40).
013200     05  MOPDNO-GRP.
013300         10 MOPDESPO   PIC X(3).
013400         10 MOPDCOLO   PIC X.
013500         10 MOPDPROO   PIC X.
013600         10 MOPDHIGO   PIC X.
013700         10 MOPDVVVO   PIC X.
013800         10 MOPDUNDO   PIC X.
013900         10 MOPDNO     PIC X(9).
014000     05  MLINEAO OCCURS 10 TIMES.
014100*   NUMERO DE COMPONENTE (SOLO SALIDA), NOMBRE Y PESO 999
014200         07 MCNUMO-GRP.
014300            10 MCNUESPO   PIC X(3).
014400            10 MCNUCOLO   PIC X.
014500            10 MCNUPROO   PIC X.
014600            10 MCNUHIGO   PIC X.
014700            10 MCNUVVVO   PIC X.
014800            10 MCNUUNDO   PIC X.
014900            10 MCNUMO     PIC X(2).
015000         07 MCNOMO-GRP.
015100            10 MCNOESPO   PIC X(3).
015200            10 MCNOCOLO   PIC X.
015300            10 MCNOPROO   PIC X.
015400            10 MCNOHIGO   PIC X.
015500            10 MCNOVVVO   PIC X.
015600            10 MCNOUNDO   PIC X.
015700            10 MCNOMO     PIC X(20).
015800         07 MCPESO-GRP.
015900            10 MCPEESPO   PIC X(3).
016000            10 MCPECOLO   PIC X.
016100            10 MCPEPROO   PIC X.
016200            10 MCPEHIGO   PIC X.
016300            10 MCPEVVVO   PIC X.
016400            10 MCPEUNDO   PIC X.
016500            10 MCPESO     PIC X(3).
