000800* SUBSISTEMA DE NOTAS. VALIDA EL DNI Y LA CLAVE TECLEADOS  *      00080036
000900* CONTRA PSNETS73 (CAMPO LK-US-CLAVE) Y, SI SON CORRECTOS, *      00090036
001000* TRASPASA EL CONTROL A LA TRANSACCION DESTINO (SN03/SN04/ *      00100036
001100* SN05/SN06/SN07/SN08/SN09/SN10/SN11/SN12/SN13/SN14)       *      00110036
001105* DEJANDO EN LA COMMAREA LA IDENTIDAD FIRMADA              *      00110536
001200* (CA-OPERADOR/CA-TIPOUSUA, BYTES 54-67), QUE ESOS         *      00120036
001300* PROGRAMAS CONSERVAN ENTRE TAREAS PSEUDO-CONVERSACIONALES *      00130036
001400* Y USAN PARA AUTORIZAR EL MANTENIMIENTO DE NOTAS Y PARA   *      00140036
001500* REGISTRAR AL OPERADOR REAL EN EL LOG DE AUDITORIA.       *      00150036
001600* CON CICS ENLAZA A:                                       *      00160036
001700* PSNETS73:EXISTENCIA DEL OPERADOR, CLAVE Y TIPO DE USUARIO*      00170036
001750* PSNETS85:AUTORIZACION POR TIPO DE USUARIO (AUTORIZA)     *      00175036
001800*                                                          *      00180036
001900* EL PROGRAMA PSNETS01 ES LLAMADO DESDE PANTALLA CON LA    *      00190036
002000*    TRANSACCION CICS SN01 DESDE EL MAPA MSNNE01           *      00200036
002030* MODIFICACIONES 15/10/2026: SE AGREGA EL DESTINO SN10     *      00203036
002060*    (MANTENIMIENTO DE PRERREQUISITOS, PSNETS10)           *      00206036
002070* MODIFICACIONES 15/10/2026: SE AGREGA EL DESTINO SN11     *      00207036
002080*    (MANTENIMIENTO DE OFERTA DE CURSOS, PSNETS11)         *      00208036
002082* MODIFICACIONES 15/10/2026: SE AGREGAN LOS DESTINOS SN12  *      00208236
002084*    (PLAN DE EVALUACION, PSNETS12) Y SN13 (CAPTURA DE     *      00208436
002086*    NOTAS POR COMPONENTE, PSNETS13)                       *      00208636
002090* MODIFICACIONES 15/10/2026: SE AGREGA EL DESTINO SN14     *      00209036
002094*    (HISTORIA DE CAMBIOS DE UNA NOTA, PSNETS14)           *      00209436
002095* MODIFICACIONES 15/10/2026: SE AGREGA EL DESTINO SN15     *      00209536
002096*    (AUTORIZACIONES, PSNETS15). VA AMARRADO AL VISOR      *      00209636
002097*    SN03 CON SU PROPIO DNI EL QUE NO TIENE LA FUNCION C   *      00209736
002098*    DE SN03 EN AUTORIZA (VER RLAUTORI), YA NO EL TIPO     *      00209836
002099*    "ESTUD" FIJO                                          *      00209936
002100************************************************************      00210036
002200 ENVIRONMENT DIVISION.                                            00220036
002300 CONFIGURATION SECTION.                                           00230036
003200 01  DATOS-TRABAJO.                                               00320036
003300     05 W-SIGNON-VALIDO      PIC X VALUE "N".                     00330036
003400     05 W-TRANS-DESTINO      PIC X(4) VALUE SPACES.               00340036
003430*    "S" = EL FIRMADO SOLO PUEDE CONSULTAR SU PROPIO DNI          00343036
003460     05 W-SOLO-PROPIO-DNI    PIC X VALUE "N".                     00346036
003480     05 W-DESTINO-OK         PIC X VALUE "S".                     00348036
003500 01  WS-SW-DEBUG.                                                 00350036
003600     05 W-SW-DEBUG    PIC X VALUE "N".                            00360036
003700 01  WS-DEBDIS-MSG.                                               00370036
014000************************************************************      01400036
014100*    ARMA LA COMMAREA CON LA IDENTIDAD FIRMADA Y TRASPASA  *      01410036
014200*    EL CONTROL A LA TRANSACCION DESTINO TECLEADA (SN03    *      01420036
014300*    SI SE DEJO EN BLANCO). UN USUARIO SIN LA FUNCION C    *      01430036
014310*    DE SN03 EN AUTORIZA SIEMPRE VA AL VISOR SN03,         *      01431036
014320*    AMARRADO A SU PROPIO DNI (PSNETS03 PROTEGE EL CAMPO)  *      01432036
014400************************************************************      01440036
014500     EVALUATE MTRDEI                                              01450036
014600        WHEN "SN03"                                               01460036
014910        WHEN "SN07"                                               01491036
014920        WHEN "SN08"                                               01492036
014930        WHEN "SN09"                                               01493036
014960        WHEN "SN10"                                               01496036
014980        WHEN "SN11"                                               01498036
014985        WHEN "SN12"                                               01498536
014990        WHEN "SN13"                                               01499036
014995        WHEN "SN14"                                               01499536
014997        WHEN "SN15"                                               01499736
015000             MOVE MTRDEI TO W-TRANS-DESTINO                       01500036
015100        WHEN SPACES                                               01510036
015200        WHEN LOW-VALUES                                           01520036
015400        WHEN OTHER                                                01540036
015500             MOVE SPACES TO W-TRANS-DESTINO                       01550036
015600     END-EVALUATE                                                 01560036
015605     PERFORM 3450-AUTORIZA-DESTINO                                01560536
015610     IF W-DESTINO-OK = "N" AND W-SOLO-PROPIO-DNI = "S" THEN       01561036
015620        MOVE "SN03" TO W-TRANS-DESTINO                            01562036
015625        MOVE "S" TO W-DESTINO-OK                                  01562536
015630     END-IF                                                       01563036
015640     IF W-DESTINO-OK = "N" THEN                                   01564036
015650        MOVE "SIN AUTORIZACION PARA ESA TRANSACCION" TO MTXMSGO   01565036
015660        PERFORM 7000-ENVIO-MAPA                                   01566036
015670        PERFORM 7800-RETORNO-TRANSACCION                          01567036
015680     END-IF                                                       01568036
015700     IF W-TRANS-DESTINO = SPACES THEN                             01570036
015800        MOVE "TRANSACCION DESTINO INVALIDA" TO MTXMSGO            01580036
015900        PERFORM 7000-ENVIO-MAPA                                   01590036
016600        MOVE LK-US-TIPOUSUA TO CA-TIPOUSUA                        01660036
016602*       EL ESTUDIANTE LLEGA A SN03 CON SU PROPIO DNI YA           01661036
016603*       CARGADO PARA CONSULTAR DE UNA VEZ                         01662036
016605        IF W-SOLO-PROPIO-DNI = "S" THEN                           01663036
016607           MOVE LK-US-DNI TO CA-DNI                               01664036
016609        END-IF                                                    01665036
016610        IF W-TRANS-DESTINO = "SN03" THEN                          01661036
017100        END-EXEC                                                  01710036
017200     END-IF                                                       01720036
017300     .                                                            01730036
017302 3450-AUTORIZA-DESTINO.                                           01730236
017304************************************************************      01730436
017306*    EL FIRMADO CUYO TIPO DE USUARIO TIENE LA FUNCION C    *      01730636
017308*    (CONSULTA) DE SN03 EN AUTORIZA CONSULTA CUALQUIER DNI;*      01730836
017310*    SIN ELLA QUEDA AMARRADO A SU PROPIO DNI (NO ES UN     *      01731036
017312*    INTENTO NEGADO Y NO SE REGISTRA). LOS VISORES SN03 Y  *      01731236
017314*    SN14 SIEMPRE ESTAN ABIERTOS (CADA UNO AMARRA EL DNI); *      01731436
017316*    CUALQUIER OTRO DESTINO EXIGE QUE EL TIPO TENGA ALGUNA *      01731636
017318*    FUNCION CONCEDIDA EN ESA TRANSACCION. EL INTENTO      *      01731836
017320*    NEGADO QUEDA EN AUDITLOG (LO GRABA PSNETS85)          *      01732036
017322************************************************************      01732236
017324     MOVE LK-US-TIPOUSUA TO LK-AZ-TIPOUSUA                        01732436
017326     MOVE "SN03"         TO LK-AZ-TRANSACCION                     01732636
017328     MOVE "C"            TO LK-AZ-FUNCION                         01732836
017330     MOVE LK-US-DNI      TO LK-AZ-OPERADOR                        01733036
017332     MOVE "N"            TO LK-AZ-REGISTRA                        01733236
017334     MOVE 1              TO LK-AZ-COD-RET                         01733436
017336     PERFORM 4300-VERIFICA-AUTORIZACION                           01733636
017338     IF LK-AZ-COD-RET = 0 THEN                                    01733836
017340        MOVE "N" TO W-SOLO-PROPIO-DNI                             01734036
017342     ELSE                                                         01734236
017344        MOVE "S" TO W-SOLO-PROPIO-DNI                             01734436
017346     END-IF                                                       01734636
017348     MOVE "S" TO W-DESTINO-OK                                     01734836
017350     IF W-TRANS-DESTINO NOT = SPACES AND                          01735036
017352        W-TRANS-DESTINO NOT = "SN03" AND                          01735236
017354        W-TRANS-DESTINO NOT = "SN14" THEN                         01735436
017356        MOVE LK-US-TIPOUSUA  TO LK-AZ-TIPOUSUA                    01735636
017358        MOVE W-TRANS-DESTINO TO LK-AZ-TRANSACCION                 01735836
017360        MOVE SPACES          TO LK-AZ-FUNCION                     01736036
017362        MOVE LK-US-DNI       TO LK-AZ-OPERADOR                    01736236
017364        MOVE "S"             TO LK-AZ-REGISTRA                    01736436
017366        MOVE 1               TO LK-AZ-COD-RET                     01736636
017368        PERFORM 4300-VERIFICA-AUTORIZACION                        01736836
017370        IF LK-AZ-COD-RET NOT = 0 THEN                             01737036
017372           MOVE "N" TO W-DESTINO-OK                               01737236
017374        END-IF                                                    01737436
017376     END-IF                                                       01737636
017378     .                                                            01737836
017400 4200-BUSCAR-USUARIO.                                             01740036
017500      EXEC CICS LINK PROGRAM('PSNETS73')                          01750036
017600           COMMAREA(AREA-LINK-USUARIO)                            01760036
017700           LENGTH(LENGTH OF AREA-LINK-USUARIO)                    01770036
017800      END-EXEC                                                    01780036
017900      .                                                           01790036
017910 4300-VERIFICA-AUTORIZACION.                                      01791036
017920      EXEC CICS LINK PROGRAM('PSNETS85')                          01792036
017930           COMMAREA(AREA-LINK-AUTORIZA)                           01793036
017940           LENGTH(LENGTH OF AREA-LINK-AUTORIZA)                   01794036
017950      END-EXEC                                                    01795036
017960      .                                                           01796036
018000 7000-ENVIO-MAPA.                                                 01800036
018100     MOVE MUSDEI TO MUSDEO                                        01810036
018200     MOVE MTRDEI TO MTRDEO                                        01820036
