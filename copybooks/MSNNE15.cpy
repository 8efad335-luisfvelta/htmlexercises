000100************************************************************
000200* MSNNE15  - MAPA SIMBOLICO GENERADO PARA EL MAPSET MSNNE15 *
000300* PANTALLA DE MANTENIMIENTO DE AUTORIZACIONES POR TIPO DE   *
000400* USUARIO (ARCHIVO AUTORIZA, VER RLAUTORI) - TRANSACCION    *
000500* SN15. GENERADO A PARTIR DEL DSECT DE BMS MSNNE15.BMS      *
000600************************************************************
000700 01  MSNNE15I.
000800*    TIPO DE USUARIO (LK-US-TIPOUSUA DE PSNETS73)
000900     05  MTIPEI-GRP.
001000         10 MTIPESP    PIC X(3).
001100         10 MTIPCOL    PIC X.
001200         10 MTIPPRO    PIC X.
001300         10 MTIPHIG    PIC X.
001400         10 MTIPVVV    PIC X.
001500         10 MTIPUND    PIC X.
001600         10 MTIPEI     PIC X(5).
001700     05  MTRNEI-GRP.
001800         10 MTRNESP    PIC X(3).
001900         10 MTRNCOL    PIC X.
002000         10 MTRNPRO    PIC X.
002100         10 MTRNHIG    PIC X.
002200         10 MTRNVVV    PIC X.
002300         10 MTRNUND    PIC X.
002400         10 MTRNEI     PIC X(4).
002500*    FUNCION: C/I/A/E/P/S (VER RLAUTORI)
002600     05  MFUNEI-GRP.
002700         10 MFUNESP    PIC X(3).
002800         10 MFUNCOL    PIC X.
002900         10 MFUNPRO    PIC X.
003000         10 MFUNHIG    PIC X.
003100         10 MFUNVVV    PIC X.
003200         10 MFUNUND    PIC X.
003300         10 MFUNEI     PIC X(1).
003400*    OPERACION: C = CONSULTA, I = CONCEDER, E = RETIRAR
003500     05  MOPEEI-GRP.
003600         10 MOPEESP    PIC X(3).
003700         10 MOPECOL    PIC X.
003800         10 MOPEPRO    PIC X.
003900         10 MOPEHIG    PIC X.
004000         10 MOPEVVV    PIC X.
004100         10 MOPEUND    PIC X.
004200         10 MOPEEI     PIC X(1).
004300*    SALIDA: FUNCIONES CONCEDIDAS AL TIPO EN LA TRANSACCION
004400     05  MLSTEI-GRP.
004500         10 MLSTESP    PIC X(3).
004600         10 MLSTCOL    PIC X.
004700         10 MLSTPRO    PIC X.
004800         10 MLSTHIG    PIC X.
004900         10 MLSTVVV    PIC X.
005000         10 MLSTUND    PIC X.
005100         10 MLSTEI     PIC X(6).
005200*    SALIDA: FECHA Y OPERADOR DEL ALTA DE LA FUNCION
005300     05  MFECEI-GRP.
005400         10 MFECESP    PIC X(3).
005500         10 MFECCOL    PIC X.
005600         10 MFECPRO    PIC X.
005700         10 MFECHIG    PIC X.
005800         10 MFECVVV    PIC X.
005900         10 MFECUND    PIC X.
006000         10 MFECEI     PIC X(10).
006100     05  MOPREI-GRP.
006200         10 MOPRESP    PIC X(3).
006300         10 MOPRCOL    PIC X.
006400         10 MOPRPRO    PIC X.
006500         10 MOPRHIG    PIC X.
006600         10 MOPRVVV    PIC X.
006700         10 MOPRUND    PIC X.
006800         10 MOPREI     PIC X(9).
006900     05  MTXMSGI-GRP.
007000         10 MTXMESP    PIC X(3).
007100         10 MTXMCOL    PIC X.
007200         10 MTXMPRO    PIC X.
007300         10 MTXMHIG    PIC X.
007400         10 MTXMVVV    PIC X.
007500         10 MTXMUND    PIC X.
007600         10 MTXMSGI    PIC X(40).
007700     05  MOPDNI-GRP.
007800         10 MOPDESP    PIC X(3).
007900         10 MOPDCOL    PIC X.
008000         10 MOPDPRO    PIC X.
008100         10 MOPDHIG    PIC X.
008200         10 MOPDVVV    PIC X.
008300         10 MOPDUND    PIC X.
008400         10 MOPDNI     PIC X(9).
008500     05  FILLER         PIC X(20).
008600 01  MSNNE15O.
008700*    TIPO DE USUARIO (LK-US-TIPOUSUA DE PSNETS73)
008800     05  MTIPEO-GRP.
008900         10 MTIPESPO   PIC X(3).
009000         10 MTIPCOLO   PIC X.
009100         10 MTIPPROO   PIC X.
009200         10 MTIPHIGO   PIC X.
009300         10 MTIPVVVO   PIC X.
009400         10 MTIPUNDO   PIC X.
009500         10 MTIPEO     PIC X(5).
009600     05  MTRNEO-GRP.
009700         10 MTRNESPO   PIC X(3).
009800         10 MTRNCOLO   PIC X.
009900         10 MTRNPROO   PIC X.
010000         10 MTRNHIGO   PIC X.
010100         10 MTRNVVVO   PIC X.
010200         10 MTRNUNDO   PIC X.
010300         10 MTRNEO     PIC X(4).
010400*    FUNCION: C/I/A/E/P/S (VER RLAUTORI)
010500     05  MFUNEO-GRP.
010600         10 MFUNESPO   PIC X(3).
010700         10 MFUNCOLO   PIC X.
010800         10 MFUNPROO   PIC X.
010900         10 MFUNHIGO   PIC X.
011000         10 MFUNVVVO   PIC X.
011100         10 MFUNUNDO   PIC X.
011200         10 MFUNEO     PIC X(1).
011300*    OPERACION: C = CONSULTA, I = CONCEDER, E = RETIRAR
011400     05  MOPEEO-GRP.
011500         10 MOPEESPO   PIC X(3).
011600         10 MOPECOLO   PIC X.
011700         10 MOPEPROO   PIC X.
011800         10 MOPEHIGO   PIC X.
011900         10 MOPEVVVO   PIC X.
012000         10 MOPEUNDO   PIC X.
012100         10 MOPEEO     PIC X(1).
012200*    SALIDA: FUNCIONES CONCEDIDAS AL TIPO EN LA TRANSACCION
012300     05  MLSTEO-GRP.
012400         10 MLSTESPO   PIC X(3).
012500         10 MLSTCOLO   PIC X.
012600         10 MLSTPROO   PIC X.
012700         10 MLSTHIGO   PIC X.
012800         10 MLSTVVVO   PIC X.
012900         10 MLSTUNDO   PIC X.
013000         10 MLSTEO     PIC X(6).
013100*    SALIDA: FECHA Y OPERADOR DEL ALTA DE LA FUNCION
013200     05  MFECEO-GRP.
013300         10 MFECESPO   PIC X(3).
013400         10 MFECCOLO   PIC X.
013500         10 MFECPROO   PIC X.
013600         10 MFECHIGO   PIC X.
013700         10 MFECVVVO   PIC X.
013800         10 MFECUNDO   PIC X.
013900         10 MFECEO     PIC X(10).
014000     05  MOPREO-GRP.
014100         10 MOPRESPO   PIC X(3).
014200         10 MOPRCOLO   PIC X.
014300         10 MOPRPROO   PIC X.
014400         10 MOPRHIGO   PIC X.
014500         10 MOPRVVVO   PIC X.
014600         10 MOPRUNDO   PIC X.
014700         10 MOPREO     PIC X(9).
014800     05  MTXMSGO-GRP.
014900         10 MTXMESPO   PIC X(3).
015000         10 MTXMCOLO   PIC X.
015100         10 MTXMPROO   PIC X.
015200         10 MTXMHIGO   PIC X.
015300         10 MTXMVVVO   PIC X.
015400         10 MTXMUNDO   PIC X.
015500         10 MTXMSGO    PIC X(40).
015600     05  MOPDNO-GRP.
015700         10 MOPDESPO   PIC X(3).
015800         10 MOPDCOLO   PIC X.
015900         10 MOPDPROO   PIC X.
016000         10 MOPDHIGO   PIC X.
016100         10 MOPDVVVO   PIC X.
016200         10 MOPDUNDO   PIC X.
016300         10 MOPDNO     PIC X(9).
016400     05  FILLER         PIC X(20).
