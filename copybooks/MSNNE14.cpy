000100************************************************************
000200* MSNNE14  - MAPA SIMBOLICO GENERADO PARA EL MAPSET MSNNE14 *
000300* PANTALLA DE HISTORIA DE CAMBIOS DE UNA NOTA (ARCHIVO      *
000400* NOTAHIST, VER RLHISNOT) - TRANSACCION SN14                *
000500* GENERADO A PARTIR DEL DSECT DE BMS MSNNE14.BMS            *
000600* LAS 10 LINEAS DE MOVIMIENTOS (FECHA, HORA, OPERACION,     *
000700* NOTA ANTERIOR, NOTA NUEVA, OPERADOR, ORIGEN) SON SOLO DE  *
000800* SALIDA Y VIENEN COMO OCCURS DIRECTO, IGUAL QUE EN MSNNE09 *
000900************************************************************
001000 01  MSNNE14I.
001100     05  MDNIEI-GRP.
001200         10 MDNIESP    PIC X(3).
001300         10 MDNICOL    PIC X.
001400         10 MDNIPRO    PIC X.
001500         10 MDNIHIG    PIC X.
001600         10 MDNIVVV    PIC X.
001700         10 MDNIUND    PIC X.
001800         10 MDNIEI     PIC X(9).
001900     05  MCUREI-GRP.
002000         10 MCURESP    PIC X(3).
002100         10 MCURCOL    PIC X.
002200         10 MCURPRO    PIC X.
002300         10 MCURHIG    PIC X.
002400         10 MCURVVV    PIC X.
002500         10 MCURUND    PIC X.
002600         10 MCUREI     PIC X(5).
002700     05  MAAAEI-GRP.
002800         10 MAAAESP    PIC X(3).
002900         10 MAAACOL    PIC X.
003000         10 MAAAPRO    PIC X.
003100         10 MAAAHIG    PIC X.
003200         10 MAAAVVV    PIC X.
003300         10 MAAAUND    PIC X.
003400         10 MAAAEI     PIC X(4).
003500*   TERMINO: 1/2; BLANCO = 0 (ANUAL)
003600     05  MTEREI-GRP.
003700         10 MTERESP    PIC X(3).
003800         10 MTERCOL    PIC X.
003900         10 MTERPRO    PIC X.
004000         10 MTERHIG    PIC X.
004100         10 MTERVVV    PIC X.
004200         10 MTERUND    PIC X.
004300         10 MTEREI     PIC X(1).
004400     05  MNOMEI-GRP.
004500         10 MNOMESP    PIC X(3).
004600         10 MNOMCOL    PIC X.
004700         10 MNOMPRO    PIC X.
004800         10 MNOMHIG    PIC X.
004900         10 MNOMVVV    PIC X.
005000         10 MNOMUND    PIC X.
005100         10 MNOMEI     PIC X(41).
005200     05  MDESEI-GRP.
005300         10 MDESESP    PIC X(3).
005400         10 MDESCOL    PIC X.
005500         10 MDESPRO    PIC X.
005600         10 MDESHIG    PIC X.
005700         10 MDESVVV    PIC X.
005800         10 MDESUND    PIC X.
005900         10 MDESEI     PIC X(25).
006000     05  MTXMSGI-GRP.
006100         10 MTXMESP    PIC X(3).
006200         10 MTXMCOL    PIC X.
006300         10 MTXMPRO    PIC X.
006400         10 MTXMHIG    PIC X.
006500         10 MTXMVVV    PIC X.
006600         10 MTXMUND    PIC X.
006700         10 MTXMSGI    PIC X(40).
006800     05  MLINEAI OCCURS 10 TIMES.
006900         07 MHFECI-GRP.
007000            10 MHFEESP    PIC X(3).
007100            10 MHFECOL    PIC X.
007200            10 MHFEPRO    PIC X.
007300            10 MHFEHIG    PIC X.
007400            10 MHFEVVV    PIC X.
007500            10 MHFEUND    PIC X.
007600            10 MHFECI     PIC X(10).
007700         07 MHHORI-GRP.
007800            10 MHHOESP    PIC X(3).
007900            10 MHHOCOL    PIC X.
008000            10 MHHOPRO    PIC X.
008100            10 MHHOHIG    PIC X.
008200            10 MHHOVVV    PIC X.
008300            10 MHHOUND    PIC X.
008400            10 MHHORI     PIC X(11).
008500         07 MHOPEI-GRP.
008600            10 MHOPESP    PIC X(3).
008700            10 MHOPCOL    PIC X.
008800            10 MHOPPRO    PIC X.
008900            10 MHOPHIG    PIC X.
009000            10 MHOPVVV    PIC X.
009100            10 MHOPUND    PIC X.
009200            10 MHOPEI     PIC X(6).
009300         07 MHANTI-GRP.
009400            10 MHANESP    PIC X(3).
009500            10 MHANCOL    PIC X.
009600            10 MHANPRO    PIC X.
009700            10 MHANHIG    PIC X.
009800            10 MHANVVV    PIC X.
009900            10 MHANUND    PIC X.
010000            10 MHANTI     PIC X(5).
010100         07 MHNUEI-GRP.
010200            10 MHNUESP    PIC X(3).
010300            10 MHNUCOL    PIC X.
010400            10 MHNUPRO    PIC X.
010500            10 MHNUHIG    PIC X.
010600            10 MHNUVVV    PIC X.
010700            10 MHNUUND    PIC X.
010800            10 MHNUEI     PIC X(5).
010900         07 MHUSUI-GRP.
011000            10 MHUSESP    PIC X(3).
011100            10 MHUSCOL    PIC X.
011200            10 MHUSPRO    PIC X.
011300            10 MHUSHIG    PIC X.
011400            10 MHUSVVV    PIC X.
011500            10 MHUSUND    PIC X.
011600            10 MHUSUI     PIC X(9).
011700         07 MHORII-GRP.
011800            10 MHORESP    PIC X(3).
011900            10 MHORCOL    PIC X.
012000            10 MHORPRO    PIC X.
012100            10 MHORHIG    PIC X.
012200            10 MHORVVV    PIC X.
012300            10 MHORUND    PIC X.
012400            10 MHORII     PIC X(11).
012500 01  MSNNE14O.
012600     05  MDNIEO-GRP.
012700         10 MDNIESPO   PIC X(3).
012800         10 MDNICOLO   PIC X.
012900         10 MDNIPROO   PIC X.
013000         10 MDNIHIGO   PIC X.
013100         10 MDNIVVVO   PIC X.
013200         10 MDNIUNDO   PIC X.
013300         10 MDNIEO     PIC X(9).
013400     05  MCUREO-GRP.
013500         10 MCURESPO   PIC X(3).
013600         10 MCURCOLO   PIC X.
013700         10 MCURPROO   PIC X.
013800         10 MCURHIGO   PIC X.
013900         10 MCURVVVO   PIC X.
014000         10 MCURUNDO   PIC X.
014100         10 MCUREO     PIC X(5).
014200     05  MAAAEO-GRP.
014300         10 MAAAESPO   PIC X(3).
014400         10 MAAACOLO   PIC X.
014500         10 MAAAPROO   PIC X.
014600         10 MAAAHIGO   PIC X.
014700         10 MAAAVVVO   PIC X.
014800         10 MAAAUNDO   PIC X.
014900         10 MAAAEO     PIC X(4).
015000*   TERMINO: 1/2; BLANCO = 0 (ANUAL)
015100     05  MTEREO-GRP.
015200         10 MTERESPO   PIC X(3).
015300         10 MTERCOLO   PIC X.
015400         10 MTERPROO   PIC X.
015500         10 MTERHIGO   PIC X.
015600         10 MTERVVVO   PIC X.
015700         10 MTERUNDO   PIC X.
015800         10 MTEREO     PIC X(1).
015900     05  MNOMEO-GRP.
016000         10 MNOMESPO   PIC X(3).
016100         10 MNOMCOLO   PIC X.
016200         10 MNOMPROO   PIC X.
016300         10 MNOMHIGO   PIC X.
016400         10 MNOMVVVO   PIC X.
016500         10 MNOMUNDO   PIC X.
016600         10 MNOMEO     PIC X(41).
016700     05  MDESEO-GRP.
016800         10 MDESESPO   PIC X(3).
016900         10 MDESCOLO   PIC X.
017000         10 MDESPROO   PIC X.
017100         10 MDESHIGO   PIC X.
017200         10 MDESVVVO   PIC X.
017300         10 MDESUNDO   PIC X.
017400         10 MDESEO     PIC X(25).
017500     05  MTXMSGO-GRP.
017600         10 MTXMESPO   PIC X(3).
017700         10 MTXMCOLO   PIC X.
017800         10 MTXMPROO   PIC X.
017900         10 MTXMHIGO   PIC X.
018000         10 MTXMVVVO   PIC X.
018100         10 MTXMUNDO   PIC X.
018200         10 MTXMSGO    PIC X(40).
018300     05  MLINEAO OCCURS 10 TIMES.
018400         07 MHFECO-GRP.
018500            10 MHFEESPO   PIC X(3).
018600            10 MHFECOLO   PIC X.
018700            10 MHFEPROO   PIC X.
018800            10 MHFEHIGO   PIC X.
018900            10 MHFEVVVO   PIC X.
019000            10 MHFEUNDO   PIC X.
019100            10 MHFECO     PIC X(10).
019200         07 MHHORO-GRP.
019300            10 MHHOESPO   PIC X(3).
019400            10 MHHOCOLO   PIC X.
019500            10 MHHOPROO   PIC X.
019600            10 MHHOHIGO   PIC X.
019700            10 MHHOVVVO   PIC X.
019800            10 MHHOUNDO   PIC X.
019900            10 MHHORO     PIC X(11).
020000         07 MHOPEO-GRP.
020100            10 MHOPESPO   PIC X(3).
020200            10 MHOPCOLO   PIC X.
020300            10 MHOPPROO   PIC X.
020400            10 MHOPHIGO   PIC X.
020500            10 MHOPVVVO   PIC X.
020600            10 MHOPUNDO   PIC X.
020700            10 MHOPEO     PIC X(6).
020800         07 MHANTO-GRP.
020900            10 MHANESPO   PIC X(3).
021000            10 MHANCOLO   PIC X.
021100            10 MHANPROO   PIC X.
021200            10 MHANHIGO   PIC X.
021300            10 MHANVVVO   PIC X.
021400            10 MHANUNDO   PIC X.
021500            10 MHANTO     PIC X(5).
021600         07 MHNUEO-GRP.
021700            10 MHNUESPO   PIC X(3).
021800            10 MHNUCOLO   PIC X.
021900            10 MHNUPROO   PIC X.
022000            10 MHNUHIGO   PIC X.
022100            10 MHNUVVVO   PIC X.
022200            10 MHNUUNDO   PIC X.
022300            10 MHNUEO     PIC X(5).
022400         07 MHUSUO-GRP.
022500            10 MHUSESPO   PIC X(3).
022600            10 MHUSCOLO   PIC X.
022700            10 MHUSPROO   PIC X.
022800            10 MHUSHIGO   PIC X.
022900            10 MHUSVVVO   PIC X.
023000            10 MHUSUNDO   PIC X.
023100            10 MHUSUO     PIC X(9).
023200         07 MHORIO-GRP.
023300            10 MHORESPO   PIC X(3).
023400            10 MHORCOLO   PIC X.
023500            10 MHORPROO   PIC X.
023600            10 MHORHIGO   PIC X.
023700            10 MHORVVVO   PIC X.
023800            10 MHORUNDO   PIC X.
023900            10 MHORIO     PIC X(11).
