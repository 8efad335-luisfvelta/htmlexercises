000100************************************************************
000200* MSNNE13  - MAPA SIMBOLICO GENERADO PARA EL MAPSET MSNNE13 *
000300* PANTALLA DE CAPTURA DE NOTAS POR COMPONENTE DE EVALUACION *
000400* (ARCHIVO NOTACOMP, VER RLNOTCOM) - TRANSACCION SN13       *
000500* GENERADO A PARTIR DEL DSECT DE BMS MSNNE13.BMS            *
000600* LAS 8 LINEAS DE ROSTER (DNI, NOMBRE, NOTA, RESULTADO)     *
000700* VIENEN COMO OCCURS DIRECTO EN EL MAPA SIMBOLICO, COMO EN  *
000800* MSNNE09. LOS CAMPOS DNI DE LAS LINEAS SON PROTEGIDOS      *
000900* CON FSET EN EL BMS Y LOS DE NOTA SIN FSET, DE MODO QUE LA *
001000* NOTA YA CAPTURADA QUE SE PINTA SOLO VUELVE SI SE CAMBIA   *
001100************************************************************
001200 01  MSNNE13I.
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
003800*   NUMERO DE COMPONENTE DEL PLAN (01 A 10)
003900     05  MCOMEI-GRP.
004000         10 MCOMESP    PIC X(3).
004100         10 MCOMCOL    PIC X.
004200         10 MCOMPRO    PIC X.
004300         10 MCOMHIG    PIC X.
004400         10 MCOMVVV    PIC X.
004500         10 MCOMUND    PIC X.
004600         10 MCOMEI     PIC X(2).
004700*   NOMBRE Y PESO DEL COMPONENTE (SOLO SALIDA)
004800     05  MCNOMEI-GRP.
004900         10 MCNOESP    PIC X(3).
005000         10 MCNOCOL    PIC X.
005100         10 MCNOPRO    PIC X.
005200         10 MCNOHIG    PIC X.
005300         10 MCNOVVV    PIC X.
005400         10 MCNOUND    PIC X.
005500         10 MCNOMEI    PIC X(20).
005600     05  MCPESEI-GRP.
005700         10 MCPEESP    PIC X(3).
005800         10 MCPECOL    PIC X.
005900         10 MCPEPRO    PIC X.
006000         10 MCPEHIG    PIC X.
006100         10 MCPEVVV    PIC X.
006200         10 MCPEUND    PIC X.
006300         10 MCPESEI    PIC X(3).
006400     05  MTXMSGI-GRP.
006500         10 MTXMESP    PIC X(3).
006600         10 MTXMCOL    PIC X.
006700         10 MTXMPRO    PIC X.
006800         10 MTXMHIG    PIC X.
006900         10 MTXMVVV    PIC X.
007000         10 MTXMUND    PIC X.
007100         10 MTXMSGI    PIC X(40).
007200     05  MOPDNI-GRP.
007300         10 MOPDESP    PIC X(3).
007400         10 MOPDCOL    PIC X.
007500         10 MOPDPRO    PIC X.
007600         10 MOPDHIG    PIC X.
007700         10 MOPDVVV    PIC X.
007800         10 MOPDUND    PIC X.
007900         10 MOPDNI     PIC X(9).
008000     05  MLINEAI OCCURS 8 TIMES.
008100         07 MRDNII-GRP.
008200            10 MRDNESP    PIC X(3).
008300            10 MRDNCOL    PIC X.
008400            10 MRDNPRO    PIC X.
008500            10 MRDNHIG    PIC X.
008600            10 MRDNVVV    PIC X.
008700            10 MRDNUND    PIC X.
008800            10 MRDNII     PIC X(9).
008900         07 MRNOMI-GRP.
009000            10 MRNOESP    PIC X(3).
009100            10 MRNOCOL    PIC X.
009200            10 MRNOPRO    PIC X.
009300            10 MRNOHIG    PIC X.
009400            10 MRNOVVV    PIC X.
009500            10 MRNOUND    PIC X.
009600            10 MRNOMI     PIC X(20).
009700         07 MRNOTI-GRP.
009800            10 MRNTESP    PIC X(3).
009900            10 MRNTCOL    PIC X.
010000            10 MRNTPRO    PIC X.
010100            10 MRNTHIG    PIC X.
010200            10 MRNTVVV    PIC X.
010300            10 MRNTUND    PIC X.
010400            10 MRNOTI     PIC X(4).
010500         07 MRRESI-GRP.
010600            10 MRREESP    PIC X(3).
010700            10 MRRECOL    PIC X.
010800            10 MRREPRO    PIC X.
010900            10 MRREHIG    PIC X.
011000            10 MRREVVV    PIC X.
011100            10 MRREUND    PIC X.
011200            10 MRRESI     PIC X(12).
011300 01  MSNNE13O.
011400     05  MCUREO-GRP.
011500         10 MCURESPO   PIC X(3).
011600         10 MCURCOLO   PIC X.
011700         10 MCURPROO   PIC X.
011800         10 MCURHIGO   PIC X.
011900         10 MCURVVVO   PIC X.
012000         10 MCURUNDO   PIC X.
012100         10 MCUREO     PIC X(5).
012200     05  MAAAEO-GRP.
012300         10 MAAAESPO   PIC X(3).
012400         10 MAAACOLO   PIC X.
012500         10 MAAAPROO   PIC X.
012600         10 MAAAHIGO   PIC X.
012700         10 MAAAVVVO   PIC X.
012800         10 MAAAUNDO   PIC X.
012900         10 MAAAEO     PIC X(4).
013000*   TERMINO: 1/2; BLANCO = 0 (ANUAL)
013100     05  MTEREO-GRP.
013200         10 MTERESPO   PIC X(3).
013300         10 MTERCOLO   PIC X.
013400         10 MTERPROO   PIC X.
013500         10 MTERHIGO   PIC X.
013600         10 MTERVVVO   PIC X.
013700         10 MTERUNDO   PIC X.
013800         10 MTEREO     PIC X(1).
013900*   NUMERO DE COMPONENTE DEL PLAN (01 A 10)
014000     05  MCOMEO-GRP.
014100         10 MCOMESPO   PIC X(3).
014200         10 MCOMCOLO   PIC X.
014300         10 MCOMPROO   PIC X.
014400         10 MCOMHIGO   PIC X.
014500         10 MCOMVVVO   PIC X.
014600         10 MCOMUNDO   PIC X.
014700         10 MCOMEO     PIC X(2).
014800*   NOMBRE Y PESO DEL COMPONENTE (SOLO SALIDA)
014900     05  MCNOMEO-GRP.
015000         10 MCNOESPO   PIC X(3).
015100         10 MCNOCOLO   PIC X.
015200         10 MCNOPROO   PIC X.
015300         10 MCNOHIGO   PIC X.
015400         10 MCNOVVVO   PIC X.
015500         10 MCNOUNDO   PIC X.
015600         10 MCNOMEO    PIC X(20).
015700     05  MCPESEO-GRP.
015800         10 MCPEESPO   PIC X(3).
015900         10 MCPECOLO   PIC X.
016000         10 MCPEPROO   PIC X.
016100         10 MCPEHIGO   PIC X.
016200         10 MCPEVVVO   PIC X.
016300         10 MCPEUNDO   PIC X.
016400         10 MCPESEO    PIC X(3).
016500     05  MTXMSGO-GRP.
016600         10 MTXMESPO   PIC X(3).
016700         10 MTXMCOLO   PIC X.
016800         10 MTXMPROO   PIC X.
016900         10 MTXMHIGO   PIC X.
017000         10 MTXMVVVO   PIC X.
017100         10 MTXMUNDO   PIC X.
017200         10 MTXMSGO    PIC X(40).
017300     05  MOPDNO-GRP.
017400         10 MOPDESPO   PIC X(3).
017500         10 MOPDCOLO   PIC X.
017600         10 MOPDPROO   PIC X.
017700         10 MOPDHIGO   PIC X.
017800         10 MOPDVVVO   PIC X.
017900         10 MOPDUNDO   PIC X.
018000         10 MOPDNO     PIC X(9).
018100     05  MLINEAO OCCURS 8 TIMES.
018200         07 MRDNIO-GRP.
018300            10 MRDNESPO   PIC X(3).
018400            10 MRDNCOLO   PIC X.
018500            10 MRDNPROO   PIC X.
018600            10 MRDNHIGO   PIC X.
018700            10 MRDNVVVO   PIC X.
018800            10 MRDNUNDO   PIC X.
018900            10 MRDNIO     PIC X(9).
019000         07 MRNOMO-GRP.
019100            10 MRNOESPO   PIC X(3).
019200            10 MRNOCOLO   PIC X.
019300            10 MRNOPROO   PIC X.
019400            10 MRNOHIGO   PIC X.
019500            10 MRNOVVVO   PIC X.
019600            10 MRNOUNDO   PIC X.
019700            10 MRNOMO     PIC X(20).
019800         07 MRNOTO-GRP.
019900            10 MRNTESPO   PIC X(3).
020000            10 MRNTCOLO   PIC X.
020100            10 MRNTPROO   PIC X.
020200            10 MRNTHIGO   PIC X.
020300            10 MRNTVVVO   PIC X.
020400            10 MRNTUNDO   PIC X.
020500            10 MRNOTO     PIC X(4).
020600         07 MRRESO-GRP.
020700            10 MRREESPO   PIC X(3).
020800            10 MRRECOLO   PIC X.
020900            10 MRREPROO   PIC X.
021000            10 MRREHIGO   PIC X.
021100            10 MRREVVVO   PIC X.
021200            10 MRREUNDO   PIC X.
021300            10 MRRESO     PIC X(12).
