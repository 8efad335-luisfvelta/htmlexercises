000100************************************************************
000200* RLHISNOT - REGISTRO DEL HISTORICO DE VALORES DE NOTA      *
000300* (NOTAHIST). UN REGISTRO POR CADA ALTA, CAMBIO O BAJA      *
000400* APLICADA A UNA NOTA, CON LA IMAGEN ANTERIOR Y POSTERIOR   *
000500* DEL VALOR. A DIFERENCIA DE AUDITLOG (RLAUDIT), QUE SOLO   *
000600* DICE QUIEN TOCO QUE DNI, ESTE ARCHIVO PERMITE RECONSTRUIR *
000700* EL EXPEDIENTE TAL COMO ESTABA EN UNA FECHA DADA (PSNHIS01)*
000800* Y VER LA HISTORIA DE UNA NOTA EN LINEA (SN14, PSNETS14).  *
000900* LLAVE: LA IDENTIDAD DE LA NOTA (DNI + CURSO + AAAA +      *
001000* TERMINO) SEGUIDA DE FECHA, HORA Y SECUENCIA, DE MODO QUE  *
001100* LOS MOVIMIENTOS DE UNA NOTA QUEDAN EN ORDEN CRONOLOGICO.  *
001200* LA SECUENCIA SOLO DESEMPATA DOS MOVIMIENTOS DE LA MISMA   *
001300* NOTA EN LA MISMA CENTESIMA DE SEGUNDO.                    *
001400* LO GRABAN: EN LINEA EL ENCAPSULADOR PSNETS84 (SN04, SN08, *
001500* SN09); EN BATCH DIRECTO PSNCRG01, PSNEVA01 Y PSNFUS01.    *
001600* DEFINIDO POR EL JOB PSNDEF09. NUNCA SE REESCRIBE NI BORRA. *
001700************************************************************
001800 01  REG-HIST-NOTA.
001900     05 HN-LLAVE.
002000        10 HN-DNI            PIC X(09).
002100        10 HN-CURSO          PIC X(05).
002200        10 HN-AAAA           PIC X(04).
002300*       TERMINO (SEMESTRE): "1"/"2"; "0" = ANUAL
002400        10 HN-TERMINO        PIC X(01).
002500*       FECHA AAAA-MM-DD Y HORA HH.MM:SS:CC DEL MOVIMIENTO
002600        10 HN-FECHA          PIC X(10).
002700        10 HN-HORA           PIC X(11).
002800        10 HN-SECUENCIA      PIC 9(02).
002900     05 HN-OPERACION         PIC 9(01).
003000        88 HN-OPE-ALTA             VALUE 2.
003100        88 HN-OPE-CAMBIO           VALUE 3.
003200        88 HN-OPE-BAJA             VALUE 4.
003300*    IMAGEN ANTERIOR Y POSTERIOR DEL VALOR. EN EL ALTA NO HAY
003400*    NOTA ANTERIOR Y EN LA BAJA NO HAY NOTA NUEVA (VAN EN 0;
003500*    LA OPERACION ES LA QUE DICE SI EL VALOR EXISTIA)
003600     05 HN-NOTA-ANTERIOR     PIC 99V99.
003700     05 HN-NOTA-NUEVA        PIC 99V99.
003800*    OPERADOR: DNI FIRMADO EN SN01 (EL SUPERVISOR QUE APRUEBA
003900*    EN SN08), O "BTCH" EN LOS PROCESOS POR LOTES
004000     05 HN-OPERADOR          PIC X(09).
004100*    ORIGEN: MISMOS CODIGOS QUE AU-SUBTIPO DE RLAUDIT
004200*       1 = ALTA EN LINEA SN04        2 = CARGA MASIVA PSNCRG01
004300*       3 = APROBACION EN SN08        4 = ROSTER DEL PROFESOR SN09
004400*       8 = NOTA PONDERADA PSNEVA01  11 = FUSION DE DNI PSNFUS01
004500     05 HN-ORIGEN            PIC 9(02).
004600        88 HN-ORI-SN04             VALUE 1.
004700        88 HN-ORI-CARGA            VALUE 2.
004800        88 HN-ORI-SN08             VALUE 3.
004900        88 HN-ORI-SN09             VALUE 4.
005000        88 HN-ORI-EVALUACION       VALUE 8.
005100        88 HN-ORI-FUSION           VALUE 11.
005200     05 FILLER               PIC X(18).
