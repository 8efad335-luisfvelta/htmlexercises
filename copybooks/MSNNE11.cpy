000100************************************************************
000200* MSNNE11  - MAPA SIMBOLICO GENERADO PARA EL MAPSET MSNNE11 *
000300* PANTALLA DE MANTENIMIENTO DE LA OFERTA DE CURSOS POR      *
000400* PERIODO (ARCHIVO OFERTAS, VER RLOFERTA) - TRANSACCION SN11*
000500* GENERADO A PARTIR DEL DSECT DE BMS MSNNE11.BMS            *
000600************************************************************
000700 01  MSNNE11I.
000800     05  MCUREI-GRP.
000900         10 MCURESP    PIC X(3).
001000         10 MCURCOL    PIC X.
001100         10 MCURPRO    PIC X.
001200         10 MCURHIG    PIC X.
001300         10 MCURVVV    PIC X.
001400         10 MCURUND    PIC X.
001500         10 MCUREI     PIC X(5).
001600     05  MAAAEI-GRP.
001700         10 MAAAESP    PIC X(3).
001800         10 MAAACOL    PIC X.
001900         10 MAAAPRO    PIC X.
002000         10 MAAAHIG    PIC X.
002100         10 MAAAVVV    PIC X.
002200         10 MAAAUND    PIC X.
002300         10 MAAAEI     PIC X(4).
002400*    TERMINO: 1/2; BLANCO = 0 (ANUAL)
002500     05  MTEREI-GRP.
002600         10 MTERESP    PIC X(3).
002700         10 MTERCOL    PIC X.
002800         10 MTERPRO    PIC X.
002900         10 MTERHIG    PIC X.
003000         10 MTERVVV    PIC X.
003100         10 MTERUND    PIC X.
003200         10 MTEREI     PIC X(1).
003300*    DNI DEL PROFESOR TITULAR DE LA OFERTA
003400     05  MPRFEI-GRP.
003500         10 MPRFESP    PIC X(3).
003600         10 MPRFCOL    PIC X.
003700         10 MPRFPRO    PIC X.
003800         10 MPRFHIG    PIC X.
003900         10 MPRFVVV    PIC X.
004000         10 MPRFUND    PIC X.
004100         10 MPRFEI     PIC X(9).
004200*    APELLIDOS DEL PROFESOR (SOLO SALIDA)
004300     05  MNPREI-GRP.
004400         10 MNPRESP    PIC X(3).
004500         10 MNPRCOL    PIC X.
004600         10 MNPRPRO    PIC X.
004700         10 MNPRHIG    PIC X.
004800         10 MNPRVVV    PIC X.
004900         10 MNPRUND    PIC X.
005000         10 MNPREI     PIC X(20).
005100*    CUPO 9999; BLANCO O CERO = SIN LIMITE
005200     05  MCAPEI-GRP.
005300         10 MCAPESP    PIC X(3).
005400         10 MCAPCOL    PIC X.
005500         10 MCAPPRO    PIC X.
005600         10 MCAPHIG    PIC X.
005700         10 MCAPVVV    PIC X.
005800         10 MCAPUND    PIC X.
005900         10 MCAPEI     PIC X(4).
006000*    ESTADO: A = ABIERTA, C = CERRADA; BLANCO = A
006100     05  MESTEI-GRP.
006200         10 MESTESP    PIC X(3).
006300         10 MESTCOL    PIC X.
006400         10 MESTPRO    PIC X.
006500         10 MESTHIG    PIC X.
006600         10 MESTVVV    PIC X.
006700         10 MESTUND    PIC X.
006800         10 MESTEI     PIC X(1).
006900*    OPERACION: C = CONSULTA, I = ALTA, A = CAMBIO,
007000*               E = CIERRA LA OFERTA (ESTADO C)
007100     05  MOPEEI-GRP.
007200         10 MOPEESP    PIC X(3).
007300         10 MOPECOL    PIC X.
007400         10 MOPEPRO    PIC X.
007500         10 MOPEHIG    PIC X.
007600         10 MOPEVVV    PIC X.
007700         10 MOPEUND    PIC X.
007800         10 MOPEEI     PIC X(1).
007900     05  MTXMSGI-GRP.
008000         10 MTXMESP    PIC X(3).
008100         10 MTXMCOL    PIC X.
008200         10 MTXMPRO    PIC X.
008300         10 MTXMHIG    PIC X.
008400         10 MTXMVVV    PIC X.
008500         10 MTXMUND    PIC X.
008600         10 MTXMSGI    PIC X(40).
008700     05  MOPDNI-GRP.
008800         10 MOPDESP    PIC X(3).
008900         10 MOPDCOL    PIC X.
009000         10 MOPDPRO    PIC X.
009100         10 MOPDHIG    PIC X.
009200         10 MOPDVVV    PIC X.
009300         10 MOPDUND    PIC X.
009400         10 MOPDNI     PIC X(9).
009500     05  FILLER         PIC X(20).
009600 01  MSNNE11O.
009700     05  MCUREO-GRP.
009800         10 MCURESPO   PIC X(3).
009900         10 MCURCOLO   PIC X.
010000         10 MCURPROO   PIC X.
010100         10 MCURHIGO   PIC X.
010200         10 MCURVVVO   PIC X.
010300         10 MCURUNDO   PIC X.
010400         10 MCUREO     PIC X(5).
010500     05  MAAAEO-GRP.
010600         10 MAAAESPO   PIC X(3).
010700         10 MAAACOLO   PIC X.
010800         10 MAAAPROO   PIC X.
010900         10 MAAAHIGO   PIC X.
011000         10 MAAAVVVO   PIC X.
011100         10 MAAAUNDO   PIC X.
011200         10 MAAAEO     PIC X(4).
011300     05  MTEREO-GRP.
011400         10 MTERESPO   PIC X(3).
011500         10 MTERCOLO   PIC X.
011600         10 MTERPROO   PIC X.
011700         10 MTERHIGO   PIC X.
011800         10 MTERVVVO   PIC X.
011900         10 MTERUNDO   PIC X.
012000         10 MTEREO     PIC X(1).
012100     05  MPRFEO-GRP.
012200         10 MPRFESPO   PIC X(3).
012300         10 MPRFCOLO   PIC X.
012400         10 MPRFPROO   PIC X.
012500         10 MPRFHIGO   PIC X.
012600         10 MPRFVVVO   PIC X.
012700         10 MPRFUNDO   PIC X.
012800         10 MPRFEO     PIC X(9).
012900     05  MNPREO-GRP.
013000         10 MNPRESPO   PIC X(3).
013100         10 MNPRCOLO   PIC X.
013200         10 MNPRPROO   PIC X.
013300         10 MNPRHIGO   PIC X.
013400         10 MNPRVVVO   PIC X.
013500         10 MNPRUNDO   PIC X.
013600         10 MNPREO     PIC X(20).
013700     05  MCAPEO-GRP.
013800         10 MCAPESPO   PIC X(3).
013900         10 MCAPCOLO   PIC X.
014000         10 MCAPPROO   PIC X.
014100         10 MCAPHIGO   PIC X.
014200         10 MCAPVVVO   PIC X.
014300         10 MCAPUNDO   PIC X.
014400         10 MCAPEO     PIC X(4).
014500     05  MESTEO-GRP.
014600         10 MESTESPO   PIC X(3).
014700         10 MESTCOLO   PIC X.
014800         10 MESTPROO   PIC X.
014900         10 MESTHIGO   PIC X.
015000         10 MESTVVVO   PIC X.
015100         10 MESTUNDO   PIC X.
015200         10 MESTEO     PIC X(1).
015300     05  MOPEEO-GRP.
015400         10 MOPEESPO   PIC X(3).
015500         10 MOPECOLO   PIC X.
015600         10 MOPEPROO   PIC X.
015700         10 MOPEHIGO   PIC X.
015800         10 MOPEVVVO   PIC X.
015900         10 MOPEUNDO   PIC X.
016000         10 MOPEEO     PIC X(1).
016100     05  MTXMSGO-GRP.
016200         10 MTXMESPO   PIC X(3).
016300         10 MTXMCOLO   PIC X.
016400         10 MTXMPROO   PIC X.
016500         10 MTXMHIGO   PIC X.
016600         10 MTXMVVVO   PIC X.
016700         10 MTXMUNDO   PIC X.
016800         10 MTXMSGO    PIC X(40).
016900     05  MOPDNO-GRP.
017000         10 MOPDESPO   PIC X(3).
017100         10 MOPDCOLO   PIC X.
017200         10 MOPDPROO   PIC X.
017300         10 MOPDHIGO   PIC X.
017400         10 MOPDVVVO   PIC X.
017500         10 MOPDUNDO   PIC X.
017600         10 MOPDNO     PIC X(9).
017700     05  FILLER         PIC X(20).
