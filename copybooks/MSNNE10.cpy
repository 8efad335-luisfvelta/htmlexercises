000100************************************************************
000200* MSNNE10  - MAPA SIMBOLICO GENERADO PARA EL MAPSET MSNNE10 *
000300* PANTALLA DE MANTENIMIENTO DE PRERREQUISITOS DE CURSOS     *
000400* (ARCHIVO PRERREQ, VER RLPREREQ) - TRANSACCION SN10        *
000500* GENERADO A PARTIR DEL DSECT DE BMS MSNNE10.BMS            *
000600************************************************************
000700 01  MSNNE10I.
000800     05  MCUREI-GRP.
000900         10 MCURESP    PIC X(3).
001000         10 MCURCOL    PIC X.
001100         10 MCURPRO    PIC X.
001200         10 MCURHIG    PIC X.
001300         10 MCURVVV    PIC X.
001400         10 MCURUND    PIC X.
001500         10 MCUREI     PIC X(5).
001600*    CURSO REQUERIDO (PRERREQUISITO) DE MCUREI
001700     05  MCRQEI-GRP.
001800         10 MCRQESP    PIC X(3).
001900         10 MCRQCOL    PIC X.
002000         10 MCRQPRO    PIC X.
002100         10 MCRQHIG    PIC X.
002200         10 MCRQVVV    PIC X.
002300         10 MCRQUND    PIC X.
002400         10 MCRQEI     PIC X(5).
002500*    NOTA MINIMA 99V99 SIN PUNTO; BLANCO = 3.00 (0300)
002600     05  MNMIEI-GRP.
002700         10 MNMIESP    PIC X(3).
002800         10 MNMICOL    PIC X.
002900         10 MNMIPRO    PIC X.
003000         10 MNMIHIG    PIC X.
003100         10 MNMIVVV    PIC X.
003200         10 MNMIUND    PIC X.
003300         10 MNMIEI     PIC X(4).
003400*    OPERACION: I = ALTA, A = CAMBIO, E = BAJA
003500     05  MOPEEI-GRP.
003600         10 MOPEESP    PIC X(3).
003700         10 MOPECOL    PIC X.
003800         10 MOPEPRO    PIC X.
003900         10 MOPEHIG    PIC X.
004000         10 MOPEVVV    PIC X.
004100         10 MOPEUND    PIC X.
004200         10 MOPEEI     PIC X(1).
004300     05  MTXMSGI-GRP.
004400         10 MTXMESP    PIC X(3).
004500         10 MTXMCOL    PIC X.
004600         10 MTXMPRO    PIC X.
004700         10 MTXMHIG    PIC X.
004800         10 MTXMVVV    PIC X.
004900         10 MTXMUND    PIC X.
005000         10 MTXMSGI    PIC X(40).
005100     05  MOPDNI-GRP.
005200         10 MOPDESP    PIC X(3).
005300         10 MOPDCOL    PIC X.
005400         10 MOPDPRO    PIC X.
005500         10 MOPDHIG    PIC X.
005600         10 MOPDVVV    PIC X.
005700         10 MOPDUND    PIC X.
005800         10 MOPDNI     PIC X(9).
005900     05  FILLER         PIC X(20).
006000 01  MSNNE10O.
006100     05  MCUREO-GRP.
006200         10 MCURESPO   PIC X(3).
006300         10 MCURCOLO   PIC X.
006400         10 MCURPROO   PIC X.
006500         10 MCURHIGO   PIC X.
006600         10 MCURVVVO   PIC X.
006700         10 MCURUNDO   PIC X.
006800         10 MCUREO     PIC X(5).
006900     05  MCRQEO-GRP.
007000         10 MCRQESPO   PIC X(3).
007100         10 MCRQCOLO   PIC X.
007200         10 MCRQPROO   PIC X.
007300         10 MCRQHIGO   PIC X.
007400         10 MCRQVVVO   PIC X.
007500         10 MCRQUNDO   PIC X.
007600         10 MCRQEO     PIC X(5).
007700     05  MNMIEO-GRP.
007800         10 MNMIESPO   PIC X(3).
007900         10 MNMICOLO   PIC X.
008000         10 MNMIPROO   PIC X.
008100         10 MNMIHIGO   PIC X.
008200         10 MNMIVVVO   PIC X.
008300         10 MNMIUNDO   PIC X.
008400         10 MNMIEO     PIC X(4).
008500     05  MOPEEO-GRP.
008600         10 MOPEESPO   PIC X(3).
008700         10 MOPECOLO   PIC X.
008800         10 MOPEPROO   PIC X.
008900         10 MOPEHIGO   PIC X.
009000         10 MOPEVVVO   PIC X.
009100         10 MOPEUNDO   PIC X.
009200         10 MOPEEO     PIC X(1).
009300     05  MTXMSGO-GRP.
009400         10 MTXMESPO   PIC X(3).
009500         10 MTXMCOLO   PIC X.
009600         10 MTXMPROO   PIC X.
009700         10 MTXMHIGO   PIC X.
009800         10 MTXMVVVO   PIC X.
009900         10 MTXMUNDO   PIC X.
010000         10 MTXMSGO    PIC X(40).
010100     05  MOPDNO-GRP.
010200         10 MOPDESPO   PIC X(3).
010300         10 MOPDCOLO   PIC X.
010400         10 MOPDPROO   PIC X.
010500         10 MOPDHIGO   PIC X.
010600         10 MOPDVVVO   PIC X.
010700         10 MOPDUNDO   PIC X.
010800         10 MOPDNO     PIC X(9).
010900     05  FILLER         PIC X(20).
