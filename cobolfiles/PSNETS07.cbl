001100* LO CARGADO POR EL BATCH PSNMAT01 AL INICIO DE TERMINO.   *      00110045
001200* EL RETIRO NO BORRA: DEJA EL REGISTRO EN ESTADO "R".      *      00120045
001300* CON CICS ENLAZA A:                                       *      00130045
001400* PSNETS73:VALIDA LA EXISTENCIA DEL ESTUDIANTE Y DEL       *      00140045
001500*          OPERADOR FIRMADO                                *      00150045
001530* PSNETS85:AUTORIZA LA OPERACION AL TIPO DE USUARIO DEL    *      00153045
001560*          FIRMADO (ARCHIVO AUTORIZA, TRANSACCION SN07)    *      00156045
001600*                                                          *      00160045
001700* EL PROGRAMA PSNETS07 ES LLAMADO DESDE PANTALLA CON LA    *      00170045
001800*    TRANSACCION CICS SN07 DESDE EL MAPA MSNNE07; EXIGE    *      00180045
001900*    SESION FIRMADA EN SN01 (CA-OPERADOR DE LA COMMAREA)   *      00190045
001912* MODIFICACIONES 15/10/2026: EL ALTA (I) SE RECHAZA SI EL  *      00191245
001924*    ESTUDIANTE NO TIENE APROBADO CADA PRERREQUISITO DEL   *      00192445
001936*    CURSO EN EL ARCHIVO PRERREQ (VER RLPREREQ) CON LA     *      00193645
001948*    NOTA MINIMA; LAS NOTAS SE LEEN VIA PSNETS53. UN       *      00194845
001960*    SUPERVISOR ("ADMIN") PUEDE ANULAR EL CONTROL CON LA   *      00196045
001972*    MARCA MSUPEI Y LA ANULACION SE AUDITA VIA PSNETS83    *      00197245
001984*    (TIPO 6, SUBTIPO 5)                                   *      00198445
001985* MODIFICACIONES 15/10/2026: NOTAS POR BLOQUES (SUBTIPO 5) *      00198545
001986* MODIFICACIONES 15/10/2026: SI EL CURSO TIENE OFERTA EN   *      00198645
001987*    EL PERIODO (OFERTAS, VER RLOFERTA) EL ALTA SE RECHAZA *      00198745
001988*    CON LA OFERTA CERRADA Y QUEDA EN LISTA DE ESPERA      *      00198845
001989*    (ESTADO "E") CON EL CUPO LLENO O CON ESTUDIANTES EN   *      00198945
001990*    ESPERA LLEGADOS ANTES. UN ALTA SOBRE UN REGISTRO EN   *      00199045
001991*    ESPERA LO ACTIVA SI HAY CUPO Y ES EL PRIMERO DE LA    *      00199145
001992*    LISTA (ORDEN FECHA + HORA DE ALTA)                    *      00199245
001993* MODIFICACIONES 15/10/2026: PERMISOS VIA PSNETS85, CON    *      00199345
001994*    EL TIPO DE USUARIO DE LA SESION (CA-TIPOUSUA)         *      00199445
001995* MODIFICACIONES 15/10/2026: UN PRERREQUISITO CONVALIDADO  *      00199545
001996*    AL ESTUDIANTE (CONVALID, VER RLCONVAL) CUENTA COMO    *      00199645
001997*    APROBADO; UN ERROR LEYENDO NOTAS O CONVALID RECHAZA   *      00199745
001998*    EL ALTA CON MENSAJE                                   *      00199845
002000************************************************************      00200045
002100 ENVIRONMENT DIVISION.                                            00210045
002200 CONFIGURATION SECTION.                                           00220045
003200     05 W-USUARIO-AUTORIZADO PIC X VALUE "N".                     00320045
003300     05 W-OPE-VALIDA         PIC X VALUE "N".                     00330045
003400     05 W-TER-MAT            PIC X VALUE "0".                     00340045
003403     05 W-MAT-GRABADA        PIC X VALUE "N".                     00340345
003406     05 W-PRERREQ-OK         PIC X VALUE "S".                     00340645
003409     05 W-PRQ-ERROR          PIC X VALUE "N".                     00340945
003412     05 W-SUP-ANULA          PIC X VALUE "N".                     00341245
003415     05 W-FIN-BR             PIC X VALUE "N".                     00341545
003418     05 W-FIN-NOTAS          PIC X VALUE "N".                     00341845
003424*    NOTA MINIMA CUANDO EL PRERREQUISITO NO TRAE UNA PROPIA       00342445
003427     05 W-NOTA-MIN-DEFECTO   PIC 99V99 VALUE 3.00.                00342745
003430*    PRERREQUISITOS DEL CURSO TECLEADO (HASTA 10, VER RLPREREQ)   00343045
003433 01  W-TABLA-PRERREQ.                                             00343345
003436     05 W-NUM-PRQ            PIC 9(02) VALUE 0.                   00343645
003439     05 W-MAX-PRQ            PIC 9(02) VALUE 10.                  00343945
003442     05 W-IX-PRQ             PIC 9(02) VALUE 0.                   00344245
003445     05 W-PRQ OCCURS 10 TIMES.                                    00344545
003448        10 W-PRQ-CURSO       PIC X(05).                           00344845
003451        10 W-PRQ-NOTA-MIN    PIC 99V99.                           00345145
003454        10 W-PRQ-APROBADO    PIC X.                               00345445
003458*    CONTROL DE CUPO DE LA OFERTA DEL PERIODO (VER RLOFERTA)      00345845
003462 01  W-CONTROL-CUPO.                                              00346245
003466     05 W-CUPO-OK            PIC X VALUE "S".                     00346645
003470*       ESTADO CON QUE SE GRABA EL ALTA: "A" ACTIVA, "E" ESPERA   00347045
003474     05 W-ESTADO-ALTA        PIC X VALUE "A".                     00347445
003478     05 W-YA-EN-ESPERA       PIC X VALUE "N".                     00347845
003482     05 W-NUM-ACTIVOS        PIC 9(04) VALUE 0.                   00348245
003486     05 W-NUM-ANTES          PIC 9(04) VALUE 0.                   00348645
003490     05 W-LLEGADA-ESTUDIANTE.                                     00349045
003494        10 W-LLE-FECHA       PIC X(10).                           00349445
003498        10 W-LLE-HORA        PIC X(08).                           00349845
003502     05 W-LLEGADA-OTRO.                                           00350245
003506        10 W-LLO-FECHA       PIC X(10).                           00350645
003510        10 W-LLO-HORA        PIC X(08).                           00351045
003514 01  W-OFE-LLAVE.                                                 00351445
003518     05 W-OFE-CURSO          PIC X(05).                           00351845
003522     05 W-OFE-AAAA           PIC X(04).                           00352245
003526     05 W-OFE-TERMINO        PIC X(01).                           00352645
003530 01  W-CUP-LLAVE-BR.                                              00353045
003534     05 W-CUP-CURSO          PIC X(05).                           00353445
003538     05 W-CUP-AAAA           PIC X(04).                           00353845
003542     05 W-CUP-TERMINO        PIC X(01).                           00354245
003546     05 W-CUP-DNI            PIC X(09).                           00354645
003550 01  W-PRQ-LLAVE-BR.                                              00355045
003554     05 W-PRQ-BR-CURSO       PIC X(05).                           00355445
003558     05 W-PRQ-BR-REQ         PIC X(05).                           00355845
003562 01  W-MSG-PRERREQ.                                               00356245
003566     05 FILLER               PIC X(14) VALUE "PRERREQUISITO ".    00356645
003570     05 W-MSG-PRQ-CURSO      PIC X(05).                           00357045
003574     05 FILLER               PIC X(21) VALUE " NO APROBADO".      00357445
003578 01  WS-SW-DEBUG.                                                 00357845
003600     05 W-SW-DEBUG    PIC X VALUE "N".                            00360045
003700 01  WS-DEBDIS-MSG.                                               00370045
003800     05 W-TIME-DIS    PIC X(11).                                  00380045
006600* DESDE ESTE PROGRAMA); REG-MATRICULA SOLO SE NECESITA COMO       00660045
006700* AREA DE TRABAJO PARA LOS EXEC CICS READ/WRITE/REWRITE           00670045
006800 COPY RLMATRIC.                                                   00680045
006820* PRERREQ ES UN ARCHIVO MANEJADO POR CICS; REG-PRERREQUISITO      00682045
006840* SOLO SE NECESITA COMO AREA DE TRABAJO PARA EL BROWSE DE LOS     00684045
006860* PRERREQUISITOS DEL CURSO                                        00686045
006880 COPY RLPREREQ.                                                   00688045
006885* OFERTAS ES UN ARCHIVO MANEJADO POR CICS; REG-OFERTA SOLO SE     00688545
006890* NECESITA COMO AREA DE TRABAJO PARA LEER EL CUPO DEL PERIODO     00689045
006895 COPY RLOFERTA.                                                   00689545
006896* CONVALID ES UN ARCHIVO MANEJADO POR CICS; REG-CONVALIDACION     00689645
006897* ES EL AREA DE LECTURA DE LOS PRERREQUISITOS CONVALIDADOS        00689745
006898 COPY RLCONVAL.                                                   00689845
006900 01  W-MAT-LLAVE.                                                 00690045
007000     05 W-MAT-CURSO          PIC X(05).                           00700045
007100     05 W-MAT-AAAA           PIC X(04).                           00710045
011600     .                                                            01160045
011700 3200-VALIDA-USUARIO-Y-ESTUDIANTE.                                01170045
011800************************************************************      01180045
011900*    VALIDA QUE EL DNI DEL ESTUDIANTE EXISTA Y QUE EL TIPO *      01190045
012000*    DEL OPERADOR FIRMADO TENGA LA OPERACION EN AUTORIZA   *      01200045
012100*    (MISMO PROTOCOLO QUE 3200/3250 DE PSNETS04)           *      01210045
012200************************************************************      01220045
012300     MOVE "N" TO W-USUARIO-AUTORIZADO                             01230045
014700     IF LK-US-COD-RET NOT = 0 THEN                                01470045
014800        MOVE "OPERADOR FIRMADO NO REGISTRADO" TO MTXMSGO          01480045
014900     ELSE                                                         01490045
014930*       UNA OPERACION DISTINTA DE I/E NO SE CONSULTA: LA          01493045
014960*       RECHAZA MAS ADELANTE 3300                                 01496045
015000        IF MOPEEI = "I" OR "E" THEN                               01500045
015009           MOVE CA-TIPOUSUA    TO LK-AZ-TIPOUSUA                  01500945
015018           MOVE "SN07"         TO LK-AZ-TRANSACCION               01501845
015027           MOVE MOPEEI         TO LK-AZ-FUNCION                   01502745
015036           MOVE CA-OPERADOR    TO LK-AZ-OPERADOR                  01503645
015045           MOVE "S"            TO LK-AZ-REGISTRA                  01504545
015054           MOVE 1              TO LK-AZ-COD-RET                   01505445
015063           PERFORM 4400-VERIFICA-AUTORIZACION                     01506345
015072           IF LK-AZ-COD-RET = 0 THEN                              01507245
015081              MOVE "S" TO W-USUARIO-AUTORIZADO                    01508145
015090           ELSE                                                   01509045
015100              MOVE "OPERACION NO AUTORIZADA A SU USUARIO"         01510045
015130                   TO MTXMSGO                                     01513045
015160           END-IF                                                 01516045
015200        ELSE                                                      01520045
015300           MOVE "S" TO W-USUARIO-AUTORIZADO                       01530045
015400        END-IF                                                    01540045
015500     END-IF                                                       01550045
015600     END-IF                                                       01560045
015700     .                                                            01570045
015705 3260-AUTORIZA-ANULACION.                                         01570545
015710************************************************************      01571045
015715*    ANULAR EL CONTROL DE PRERREQUISITOS ES LA FUNCION P   *      01571545
015720*    (APROBAR) DE SN07 EN AUTORIZA; LA NEGATIVA SE AUDITA  *      01572045
015725************************************************************      01572545
015730     MOVE CA-TIPOUSUA TO LK-AZ-TIPOUSUA                           01573045
015735     MOVE "SN07"      TO LK-AZ-TRANSACCION                        01573545
015740     MOVE "P"         TO LK-AZ-FUNCION                            01574045
015745     MOVE CA-OPERADOR TO LK-AZ-OPERADOR                           01574545
015750     MOVE "S"         TO LK-AZ-REGISTRA                           01575045
015755     MOVE 1           TO LK-AZ-COD-RET                            01575545
015760     PERFORM 4400-VERIFICA-AUTORIZACION                           01576045
015765     IF LK-AZ-COD-RET = 0 THEN                                    01576545
015770        MOVE "S" TO W-SUP-ANULA                                   01577045
015775     END-IF                                                       01577545
015780     .                                                            01578045
015800 3300-GRABAR-MATRICULA.                                           01580045
015900************************************************************      01590045
016000*    ALTA (I) O RETIRO (E) DE LA MATRICULA TECLEADA SEGUN  *      01600045
016600     MOVE MOPEEI TO W-VALOR                                       01660045
016700     PERFORM 9100-DEB-DIS                                         01670045
016800     MOVE SPACES TO MTXMSGO                                       01680045
016833     MOVE "N" TO W-MAT-GRABADA                                    01683345
016866     MOVE "N" TO W-SUP-ANULA                                      01686645
016876     MOVE "A" TO W-ESTADO-ALTA                                    01687645
016900     PERFORM 3200-VALIDA-USUARIO-Y-ESTUDIANTE                     01690045
017000     IF W-USUARIO-AUTORIZADO = "S" THEN                           01700045
017100        MOVE "S" TO W-OPE-VALIDA                                  01710045
018400           MOVE "N" TO W-OPE-VALIDA                               01840045
018500           MOVE "OPERACION INVALIDA - USE I/E" TO MTXMSGO         01850045
018600        END-IF                                                    01860045
018700        IF W-OPE-VALIDA = "S" AND MOPEEI = "I" THEN               01870045
018714           PERFORM 3380-VERIFICA-PRERREQUISITOS                   01871445
018728           IF W-PRERREQ-OK NOT = "S" THEN                         01872845
018742              MOVE "N" TO W-OPE-VALIDA                            01874245
018756           END-IF                                                 01875645
018770        END-IF                                                    01877045
018772        IF W-OPE-VALIDA = "S" AND MOPEEI = "I" THEN               01877245
018774           PERFORM 3390-VERIFICA-CUPO                             01877445
018776           IF W-CUPO-OK NOT = "S" THEN                            01877645
018778              MOVE "N" TO W-OPE-VALIDA                            01877845
018780           END-IF                                                 01878045
018782        END-IF                                                    01878245
018784        IF W-OPE-VALIDA = "S" THEN                                01878445
018800           PERFORM 3400-APLICA-MATRICULA                          01880045
018900        END-IF                                                    01890045
019000     END-IF                                                       01900045
019007*    LA ANULACION DEL CONTROL DE PRERREQUISITOS POR SUPERVISOR    01900745
019014*    SE AUDITA COMO OPERACION PROPIA (TIPO 6) SOLO SI LA          01901445
019021*    MATRICULA QUEDO GRABADA                                      01902145
019028     IF W-SUP-ANULA = "S" AND W-MAT-GRABADA = "S" THEN            01902845
019035        MOVE 6                    TO LK-AU-TIPO-OPE               01903545
019042        MOVE 5                    TO LK-AU-SUBTIPO                01904245
019049        MOVE CA-OPERADOR          TO LK-AU-OPERADOR               01904945
019056        MOVE MDNIEI               TO LK-AU-DNI-CONSULTADO         01905645
019063        MOVE WS-FECHA-AAAA-MM-DD      TO LK-AU-FECHA              01906345
019070        MOVE WS-HORA-MINUTOS-SEGUNDOS TO LK-AU-HORA               01907045
019077        PERFORM 4300-REGISTRA-AUDITORIA                           01907745
019084     END-IF                                                       01908445
019100     PERFORM 7000-ENVIO-MAPA                                      01910045
019200     PERFORM 7800-RETORNO-TRANSACCION                             01920045
019300     .                                                            01930045
019302 3380-VERIFICA-PRERREQUISITOS.                                    01930245
019304************************************************************      01930445
019306*    EL ALTA SOLO PROCEDE SI EL ESTUDIANTE TIENE, PARA     *      01930645
019308*    CADA PRERREQUISITO DEL CURSO EN PRERREQ, UNA NOTA     *      01930845
019310*    REGISTRADA DEL CURSO REQUERIDO IGUAL O MAYOR A LA     *      01931045
019312*    NOTA MINIMA, O EL CURSO REQUERIDO CONVALIDADO EN      *      01931245
019314*    CONVALID (3385). UN TIPO DE USUARIO CON LA FUNCION P  *      01931445
019316*    DE SN07 EN AUTORIZA Y LA MARCA MSUPEI = "S" ANULA EL  *      01931645
019318*    CONTROL (MISMO PROTOCOLO QUE 3280 DE PSNETS04). UN    *      01931845
019320*    ERROR LEYENDO PRERREQ, NOTAS O CONVALID NO ES         *      01932045
019322*    ANULABLE                                              *      01932245
019324************************************************************      01932445
019326     MOVE "S" TO W-PRERREQ-OK                                     01932645
019328     MOVE "N" TO W-PRQ-ERROR                                      01932845
019330     MOVE "N" TO W-SUP-ANULA                                      01933045
019332     PERFORM 3382-CARGA-PRERREQUISITOS                            01933245
019334     IF W-PRQ-ERROR = "N" AND W-NUM-PRQ > 0 THEN                  01933445
019336        PERFORM 3386-REVISA-NOTAS-ESTUDIANTE                      01933645
019338     END-IF                                                       01933845
019340     IF W-PRQ-ERROR = "N" AND W-NUM-PRQ > 0 THEN                  01934045
019342        PERFORM 3385-BUSCA-CONVALIDADO                            01934245
019344                VARYING W-IX-PRQ FROM 1 BY 1                      01934445
019346                UNTIL W-IX-PRQ > W-NUM-PRQ                        01934645
019348                   OR W-PRQ-ERROR = "S"                           01934845
019350     END-IF                                                       01935045
019352     IF W-PRQ-ERROR = "N" AND W-NUM-PRQ > 0 THEN                  01935245
019354        PERFORM 3389-BUSCA-PRQ-PENDIENTE                          01935445
019356                VARYING W-IX-PRQ FROM 1 BY 1                      01935645
019358                UNTIL W-IX-PRQ > W-NUM-PRQ                        01935845
019360                   OR W-PRERREQ-OK = "N"                          01936045
019362     END-IF                                                       01936245
019364     IF W-PRQ-ERROR = "S" THEN                                    01936445
019366        MOVE "N" TO W-PRERREQ-OK                                  01936645
019368     ELSE                                                         01936845
019370        IF W-PRERREQ-OK = "N" THEN                                01937045
019372           IF MSUPEI = "S" THEN                                   01937245
019374              PERFORM 3260-AUTORIZA-ANULACION                     01937445
019376           END-IF                                                 01937645
019378           IF W-SUP-ANULA = "S" THEN                              01937845
019380              MOVE "S" TO W-PRERREQ-OK                            01938045
019382           ELSE                                                   01938245
019384              IF MSUPEI = "S" THEN                                01938445
019386                 MOVE "USUARIO NO AUTORIZADO A ANULAR PRERREQ."   01938645
019388                      TO MTXMSGO                                  01938845
019390              ELSE                                                01939045
019392                 MOVE W-MSG-PRERREQ TO MTXMSGO                    01939245
019394              END-IF                                              01939445
019396           END-IF                                                 01939645
019398        END-IF                                                    01939845
019400     END-IF                                                       01940045
019402     .                                                            01940245
019404 3382-CARGA-PRERREQUISITOS.                                       01940445
019406************************************************************      01940645
019408*    CARGA EN W-PRQ LOS PRERREQUISITOS DEL CURSO TECLEADO  *      01940845
019410*    RECORRIENDO PRERREQ DESDE LA LLAVE CURSO + BAJOS      *      01941045
019412************************************************************      01941245
019414     MOVE 0 TO W-NUM-PRQ                                          01941445
019416     MOVE MCUREI     TO W-PRQ-BR-CURSO                            01941645
019418     MOVE LOW-VALUES TO W-PRQ-BR-REQ                              01941845
019420     EXEC CICS STARTBR                                            01942045
019422          FILE('PRERREQ')                                         01942245
019424          RIDFLD(W-PRQ-LLAVE-BR)                                  01942445
019426          GTEQ                                                    01942645
019428          NOHANDLE                                                01942845
019430     END-EXEC                                                     01943045
019432     EVALUATE TRUE                                                01943245
019434        WHEN EIBRESP = 0                                          01943445
019436             MOVE "N" TO W-FIN-BR                                 01943645
019438             PERFORM 3384-LEE-PRERREQUISITO                       01943845
019440                    UNTIL W-FIN-BR = "S"                          01944045
019442             EXEC CICS ENDBR                                      01944245
019444                  FILE('PRERREQ')                                 01944445
019446                  NOHANDLE                                        01944645
019448             END-EXEC                                             01944845
019450*       NOTFND (13): NO HAY LLAVES DESDE EL CURSO = SIN PRERREQ.  01945045
019452        WHEN EIBRESP = 13                                         01945245
019454             CONTINUE                                             01945445
019456        WHEN OTHER                                                01945645
019458             MOVE "S" TO W-PRQ-ERROR                              01945845
019460             MOVE "ERROR LEYENDO ARCHIVO PRERREQ" TO MTXMSGO      01946045
019462     END-EVALUATE                                                 01946245
019464     .                                                            01946445
019466 3384-LEE-PRERREQUISITO.                                          01946645
019468     EXEC CICS READNEXT                                           01946845
019470          FILE('PRERREQ')                                         01947045
019472          INTO(REG-PRERREQUISITO)                                 01947245
019474          RIDFLD(W-PRQ-LLAVE-BR)                                  01947445
019476          NOHANDLE                                                01947645
019478     END-EXEC                                                     01947845
019480     EVALUATE TRUE                                                01948045
019482        WHEN EIBRESP = 0 AND PR-CURSO = MCUREI                    01948245
019484             IF W-NUM-PRQ < W-MAX-PRQ THEN                        01948445
019486                ADD 1 TO W-NUM-PRQ                                01948645
019488                MOVE PR-CURSO-REQ TO W-PRQ-CURSO (W-NUM-PRQ)      01948845
019490                IF PR-NOTA-MINIMA NOT NUMERIC OR                  01949045
019492                   PR-NOTA-MINIMA = 0 THEN                        01949245
019494                   MOVE W-NOTA-MIN-DEFECTO                        01949445
019496                        TO W-PRQ-NOTA-MIN (W-NUM-PRQ)             01949645
019498                ELSE                                              01949845
019500                   MOVE PR-NOTA-MINIMA                            01950045
019502                        TO W-PRQ-NOTA-MIN (W-NUM-PRQ)             01950245
019504                END-IF                                            01950445
019506                MOVE "N" TO W-PRQ-APROBADO (W-NUM-PRQ)            01950645
019508             ELSE                                                 01950845
019510                MOVE "S" TO W-FIN-BR                              01951045
019512                MOVE "S" TO W-PRQ-ERROR                           01951245
019514                MOVE "CURSO CON MAS DE 10 PRERREQUISITOS"         01951445
019516                     TO MTXMSGO                                   01951645
019518             END-IF                                               01951845
019520*       OTRO CURSO O ENDFILE (20): FIN DE LOS PRERREQUISITOS      01952045
019522        WHEN EIBRESP = 0 OR EIBRESP = 20                          01952245
019524             MOVE "S" TO W-FIN-BR                                 01952445
019526        WHEN OTHER                                                01952645
019528             MOVE "S" TO W-FIN-BR                                 01952845
019530             MOVE "S" TO W-PRQ-ERROR                              01953045
019532             MOVE "ERROR LEYENDO ARCHIVO PRERREQ" TO MTXMSGO      01953245
019534     END-EVALUATE                                                 01953445
019536     .                                                            01953645
019538 3385-BUSCA-CONVALIDADO.                                          01953845
019540************************************************************      01954045
019542*    UN PRERREQUISITO SIN NOTA SUFICIENTE SE DA POR        *      01954245
019544*    APROBADO SI EL CURSO REQUERIDO ESTA CONVALIDADO AL    *      01954445
019546*    ESTUDIANTE EN CONVALID (LLAVE DNI + CURSO), COMO LO   *      01954645
019548*    CUENTA LA AUDITORIA DE GRADO PSNGRA01. NOTFND (13) =  *      01954845
019550*    NO CONVALIDADO; OTRO ERROR NO DEJA PASAR EL ALTA      *      01955045
019552************************************************************      01955245
019554     IF W-PRQ-APROBADO (W-IX-PRQ) = "N" THEN                      01955445
019556        MOVE MDNIEI                 TO CV-DNI                     01955645
019558        MOVE W-PRQ-CURSO (W-IX-PRQ) TO CV-CURSO                   01955845
019560        EXEC CICS READ                                            01956045
019562             FILE('CONVALID')                                     01956245
019564             INTO(REG-CONVALIDACION)                              01956445
019566             RIDFLD(CV-LLAVE)                                     01956645
019568             NOHANDLE                                             01956845
019570        END-EXEC                                                  01957045
019572        EVALUATE TRUE                                             01957245
019574           WHEN EIBRESP = 0                                       01957445
019576                MOVE "S" TO W-PRQ-APROBADO (W-IX-PRQ)             01957645
019578           WHEN EIBRESP = 13                                      01957845
019580                CONTINUE                                          01958045
019582           WHEN OTHER                                             01958245
019584                MOVE "S" TO W-PRQ-ERROR                           01958445
019586                MOVE "ERROR LEYENDO ARCHIVO CONVALID" TO MTXMSGO  01958645
019588        END-EVALUATE                                              01958845
019590     END-IF                                                       01959045
019592     .                                                            01959245
019594 3386-REVISA-NOTAS-ESTUDIANTE.                                    01959445
019596************************************************************      01959645
019598*    PIDE A PSNETS53 LAS NOTAS DEL ESTUDIANTE POR BLOQUES  *      01959845
019600*    (TIPO 1 SUBTIPO 5, VER LKNOTAS) HASTA EL SQLCODE 100, *      01960045
019602*    MARCANDO COMO APROBADO CADA PRERREQUISITO QUE LA NOTA *      01960245
019604*    SATISFACE. OTRO SQLCODE DEJA LAS NOTAS INCOMPLETAS:   *      01960445
019606*    ES ERROR Y EL ALTA NO SE GRABA                        *      01960645
019608************************************************************      01960845
019610     SET LK-NT-OPE-CONSULTA TO TRUE                               01961045
019612     MOVE 5      TO LK-NT-SUBTIPO                                 01961245
019614     MOVE MDNIEI TO LK-NT-DNIESTUD                                01961445
019616     MOVE 100    TO LK-NT-SQLCODE                                 01961645
019618     MOVE 0      TO LK-NT-POSICION                                01961845
019620     MOVE "N"    TO W-FIN-NOTAS                                   01962045
019622     PERFORM 3387-REVISA-UNA-NOTA                                 01962245
019624             UNTIL W-FIN-NOTAS = "S"                              01962445
019626     .                                                            01962645
019628 3387-REVISA-UNA-NOTA.                                            01962845
019630     SET LK-NT-OPE-CONSULTA TO TRUE                               01963045
019632     MOVE 5      TO LK-NT-SUBTIPO                                 01963245
019634     MOVE MDNIEI TO LK-NT-DNIESTUD                                01963445
019636     PERFORM 4000-CONSULTA-NOTAS                                  01963645
019638     IF LK-NT-SQLCODE = 0 THEN                                    01963845
019640        PERFORM 3388-MARCA-PRQ-APROBADO                           01964045
019642                VARYING W-IX-PRQ FROM 1 BY 1                      01964245
019644                UNTIL W-IX-PRQ > W-NUM-PRQ                        01964445
019646     ELSE                                                         01964645
019648        MOVE "S" TO W-FIN-NOTAS                                   01964845
019650        IF LK-NT-SQLCODE NOT = 100 THEN                           01965045
019652           MOVE "S" TO W-PRQ-ERROR                                01965245
019654           MOVE "ERROR LEYENDO NOTAS DEL ESTUDIANTE" TO MTXMSGO   01965445
019656        END-IF                                                    01965645
019658     END-IF                                                       01965845
019660     .                                                            01966045
019662 3388-MARCA-PRQ-APROBADO.                                         01966245
019664     IF W-PRQ-CURSO (W-IX-PRQ) = LK-NT-CURSO AND                  01966445
019666        LK-NT-NOTA NOT < W-PRQ-NOTA-MIN (W-IX-PRQ) THEN           01966645
019668        MOVE "S" TO W-PRQ-APROBADO (W-IX-PRQ)                     01966845
019670     END-IF                                                       01967045
019672     .                                                            01967245
019674 3389-BUSCA-PRQ-PENDIENTE.                                        01967445
019676     IF W-PRQ-APROBADO (W-IX-PRQ) = "N" THEN                      01967645
019678        MOVE "N" TO W-PRERREQ-OK                                  01967845
019680        MOVE W-PRQ-CURSO (W-IX-PRQ) TO W-MSG-PRQ-CURSO            01968045
019682     END-IF                                                       01968245
019684     .                                                            01968445
019686 3390-VERIFICA-CUPO.                                              01968645
019688************************************************************      01968845
019690*    SI EL CURSO TIENE OFERTA EN EL PERIODO: OFERTA        *      01969045
019692*    CERRADA = RECHAZO; CUPO LLENO (MATRICULAS ACTIVAS DE  *      01969245
019694*    OTROS ESTUDIANTES >= OF-CAPACIDAD) O ESTUDIANTES EN   *      01969445
019696*    ESPERA LLEGADOS ANTES = EL ALTA QUEDA EN ESPERA ("E") *      01969645
019698*    SIN OFERTA O CON CUPO CERO NO HAY CONTROL DE CUPO     *      01969845
019700************************************************************      01970045
019702     MOVE "S" TO W-CUPO-OK                                        01970245
019704     MOVE "A" TO W-ESTADO-ALTA                                    01970445
019706     MOVE MCUREI    TO W-OFE-CURSO                                01970645
019708     MOVE MAAAEI    TO W-OFE-AAAA                                 01970845
019710     MOVE W-TER-MAT TO W-OFE-TERMINO                              01971045
019712     EXEC CICS READ                                               01971245
019714          FILE('OFERTAS')                                         01971445
019716          INTO(REG-OFERTA)                                        01971645
019718          RIDFLD(W-OFE-LLAVE)                                     01971845
019720          NOHANDLE                                                01972045
019722     END-EXEC                                                     01972245
019724     EVALUATE TRUE                                                01972445
019726*       NOTFND (13): CURSO SIN OFERTA EN EL PERIODO               01972645
019728        WHEN EIBRESP = 13                                         01972845
019730             CONTINUE                                             01973045
019732        WHEN EIBRESP = 0                                          01973245
019734             IF OF-CERRADA THEN                                   01973445
019736                MOVE "N" TO W-CUPO-OK                             01973645
019738                MOVE "OFERTA CERRADA PARA MATRICULA" TO MTXMSGO   01973845
019740             ELSE                                                 01974045
019742                IF OF-CAPACIDAD NUMERIC AND OF-CAPACIDAD > 0 THEN 01974245
019744                   PERFORM 3392-CUENTA-MATRICULAS                 01974445
019746                END-IF                                            01974645
019748             END-IF                                               01974845
019750        WHEN OTHER                                                01975045
019752             MOVE "N" TO W-CUPO-OK                                01975245
019754             MOVE "ERROR LEYENDO ARCHIVO OFERTAS" TO MTXMSGO      01975445
019756     END-EVALUATE                                                 01975645
019758     .                                                            01975845
019760 3392-CUENTA-MATRICULAS.                                          01976045
019762************************************************************      01976245
019764*    LEE EL REGISTRO PROPIO DEL ESTUDIANTE (SI YA ESTA EN  *      01976445
019766*    ESPERA SE TOMA SU FECHA + HORA DE LLEGADA) Y RECORRE  *      01976645
019768*    MATRICUL DESDE CURSO + AO + TERMINO + BAJOS CONTANDO  *      01976845
019770*    LOS ACTIVOS Y LOS EN ESPERA QUE LLEGARON ANTES        *      01977045
019772************************************************************      01977245
019774     MOVE "N" TO W-YA-EN-ESPERA                                   01977445
019776     MOVE 0   TO W-NUM-ACTIVOS                                    01977645
019778     MOVE 0   TO W-NUM-ANTES                                      01977845
019780     MOVE MCUREI    TO W-MAT-CURSO                                01978045
019782     MOVE MAAAEI    TO W-MAT-AAAA                                 01978245
019784     MOVE W-TER-MAT TO W-MAT-TERMINO                              01978445
019786     MOVE MDNIEI    TO W-MAT-DNI                                  01978645
019788     EXEC CICS READ                                               01978845
019790          FILE('MATRICUL')                                        01979045
019792          INTO(REG-MATRICULA)                                     01979245
019794          RIDFLD(W-MAT-LLAVE)                                     01979445
019796          NOHANDLE                                                01979645
019798     END-EXEC                                                     01979845
019800     IF EIBRESP = 0 AND MA-EN-ESPERA THEN                         01980045
019802        MOVE "S"           TO W-YA-EN-ESPERA                      01980245
019804        MOVE MA-FECHA-ALTA TO W-LLE-FECHA                         01980445
019806        MOVE MA-HORA-ALTA  TO W-LLE-HORA                          01980645
019808     END-IF                                                       01980845
019810     MOVE MCUREI     TO W-CUP-CURSO                               01981045
019812     MOVE MAAAEI     TO W-CUP-AAAA                                01981245
019814     MOVE W-TER-MAT  TO W-CUP-TERMINO                             01981445
019816     MOVE LOW-VALUES TO W-CUP-DNI                                 01981645
019818     EXEC CICS STARTBR                                            01981845
019820          FILE('MATRICUL')                                        01982045
019822          RIDFLD(W-CUP-LLAVE-BR)                                  01982245
019824          GTEQ                                                    01982445
019826          NOHANDLE                                                01982645
019828     END-EXEC                                                     01982845
019830     EVALUATE TRUE                                                01983045
019832        WHEN EIBRESP = 0                                          01983245
019834             MOVE "N" TO W-FIN-BR                                 01983445
019836             PERFORM 3394-LEE-MATRICULA                           01983645
019838                    UNTIL W-FIN-BR = "S"                          01983845
019840             EXEC CICS ENDBR                                      01984045
019842                  FILE('MATRICUL')                                01984245
019844                  NOHANDLE                                        01984445
019846             END-EXEC                                             01984645
019848*       NOTFND (13): NINGUNA MATRICULA EN EL PERIODO              01984845
019850        WHEN EIBRESP = 13                                         01985045
019852             CONTINUE                                             01985245
019854        WHEN OTHER                                                01985445
019856             MOVE "N" TO W-CUPO-OK                                01985645
019858             MOVE "ERROR LEYENDO ARCHIVO MATRICUL" TO MTXMSGO     01985845
019860     END-EVALUATE                                                 01986045
019862     IF W-CUPO-OK = "S" THEN                                      01986245
019864        IF W-NUM-ACTIVOS NOT < OF-CAPACIDAD OR                    01986445
019866           W-NUM-ANTES > 0 THEN                                   01986645
019868           MOVE "E" TO W-ESTADO-ALTA                              01986845
019870        END-IF                                                    01987045
019872     END-IF                                                       01987245
019874     .                                                            01987445
019876 3394-LEE-MATRICULA.                                              01987645
019878     EXEC CICS READNEXT                                           01987845
019880          FILE('MATRICUL')                                        01988045
019882          INTO(REG-MATRICULA)                                     01988245
019884          RIDFLD(W-CUP-LLAVE-BR)                                  01988445
019886          NOHANDLE                                                01988645
019888     END-EXEC                                                     01988845
019890     EVALUATE TRUE                                                01989045
019892        WHEN EIBRESP = 0 AND MA-CURSO = MCUREI AND                01989245
019894             MA-AAAA = MAAAEI AND MA-TERMINO = W-TER-MAT          01989445
019896             IF MA-DNI NOT = MDNIEI THEN                          01989645
019898                PERFORM 3396-CLASIFICA-MATRICULA                  01989845
019900             END-IF                                               01990045
019902*       OTRO PERIODO O ENDFILE (20): FIN DE LA SECCION            01990245
019904        WHEN EIBRESP = 0 OR EIBRESP = 20                          01990445
019906             MOVE "S" TO W-FIN-BR                                 01990645
019908        WHEN OTHER                                                01990845
019910             MOVE "S" TO W-FIN-BR                                 01991045
019912             MOVE "N" TO W-CUPO-OK                                01991245
019914             MOVE "ERROR LEYENDO ARCHIVO MATRICUL" TO MTXMSGO     01991445
019916     END-EVALUATE                                                 01991645
019918     .                                                            01991845
019920 3396-CLASIFICA-MATRICULA.                                        01992045
019922     IF MA-ACTIVA THEN                                            01992245
019924        ADD 1 TO W-NUM-ACTIVOS                                    01992445
019926     END-IF                                                       01992645
019928     IF MA-EN-ESPERA THEN                                         01992845
019930        MOVE MA-FECHA-ALTA TO W-LLO-FECHA                         01993045
019932        MOVE MA-HORA-ALTA  TO W-LLO-HORA                          01993245
019934        IF W-YA-EN-ESPERA = "N" OR                                01993445
019936           W-LLEGADA-OTRO < W-LLEGADA-ESTUDIANTE THEN             01993645
019938           ADD 1 TO W-NUM-ANTES                                   01993845
019940        END-IF                                                    01994045
019942     END-IF                                                       01994245
019944     .                                                            01994445
020150 3400-APLICA-MATRICULA.                                           02015045
020152     PERFORM 3150-GET-DATES                                       02015245
020154     MOVE MCUREI    TO W-MAT-CURSO                                02015445
020156     MOVE MAAAEI    TO W-MAT-AAAA                                 02015645
020158     MOVE W-TER-MAT TO W-MAT-TERMINO                              02015845
020160     MOVE MDNIEI    TO W-MAT-DNI                                  02016045
020162     EXEC CICS READ                                               02016245
020164          FILE('MATRICUL')                                        02016445
020200          INTO(REG-MATRICULA)                                     02020045
020300          RIDFLD(W-MAT-LLAVE)                                     02030045
020400          UPDATE                                                  02040045
022400     MOVE MAAAEI    TO MA-AAAA                                    02240045
022500     MOVE W-TER-MAT TO MA-TERMINO                                 02250045
022600     MOVE MDNIEI    TO MA-DNI                                     02260045
022700     MOVE W-ESTADO-ALTA TO MA-ESTADO                              02270045
022800     MOVE WS-FECHA-AAAA-MM-DD TO MA-FECHA-ALTA                    02280045
022850     MOVE WS-CURRENT-TIME TO MA-HORA-ALTA                         02285045
022900     EXEC CICS WRITE                                              02290045
023000          FILE('MATRICUL')                                        02300045
023100          FROM(REG-MATRICULA)                                     02310045
023300          NOHANDLE                                                02330045
023400     END-EXEC                                                     02340045
023500     IF EIBRESP = 0 THEN                                          02350045
023550        MOVE "S" TO W-MAT-GRABADA                                 02355045
023600        PERFORM 3700-MENSAJE-GRABADA                              02360045
023700     ELSE                                                         02370045
023800        MOVE "NO SE PUDO GRABAR LA MATRICULA" TO MTXMSGO          02380045
023900     END-IF                                                       02390045
024700************************************************************      02470045
024800     MOVE "N" TO W-OPE-VALIDA                                     02480045
024900     IF MOPEEI = "I" THEN                                         02490045
025000        IF MA-RETIRADA OR                                         02500045
025050       (MA-EN-ESPERA AND W-ESTADO-ALTA = "A") THEN                02505045
025100           MOVE W-ESTADO-ALTA TO MA-ESTADO                        02510045
025200           MOVE WS-FECHA-AAAA-MM-DD TO MA-FECHA-ALTA              02520045
025250           MOVE WS-CURRENT-TIME TO MA-HORA-ALTA                   02525045
025300           MOVE "S" TO W-OPE-VALIDA                               02530045
025400        ELSE                                                      02540045
025420           IF MA-EN-ESPERA THEN                                   02542045
025440              MOVE "YA ESTA EN LISTA DE ESPERA" TO MTXMSGO        02544045
025460           ELSE                                                   02546045
025500           MOVE "YA ESTA MATRICULADO" TO MTXMSGO                  02550045
025550           END-IF                                                 02555045
025600        END-IF                                                    02560045
025700     ELSE                                                         02570045
025800        IF MA-RETIRADA THEN                                       02580045
026900             NOHANDLE                                             02690045
027000        END-EXEC                                                  02700045
027100        IF EIBRESP = 0 THEN                                       02710045
027150           MOVE "S" TO W-MAT-GRABADA                              02715045
027200           PERFORM 3700-MENSAJE-GRABADA                           02720045
027300        ELSE                                                      02730045
027400           MOVE "NO SE PUDO GRABAR LA MATRICULA" TO MTXMSGO       02740045
027500        END-IF                                                    02750045
027600     END-IF                                                       02760045
027700     .                                                            02770045
027703 3700-MENSAJE-GRABADA.                                            02770345
027706     IF MA-EN-ESPERA THEN                                         02770645
027709        MOVE "CUPO LLENO - QUEDA EN LISTA DE ESPERA" TO MTXMSGO   02770945
027712     ELSE                                                         02771245
027715        MOVE "MATRICULA GRABADA CORRECTAMENTE" TO MTXMSGO         02771545
027718     END-IF                                                       02771845
027721     .                                                            02772145
027724 4000-CONSULTA-NOTAS.                                             02772445
027728      EXEC CICS LINK PROGRAM('PSNETS53')                          02772845
027742           COMMAREA(AREA-LINK)                                    02774245
027756           LENGTH(LENGTH OF AREA-LINK)                            02775645
027770      END-EXEC                                                    02777045
027784      .                                                           02778445
027800 4200-BUSCAR-USUARIO.                                             02780045
027900      EXEC CICS LINK PROGRAM('PSNETS73')                          02790045
028000           COMMAREA(AREA-LINK-USUARIO)                            02800045
028100           LENGTH(LENGTH OF AREA-LINK-USUARIO)                    02810045
028200      END-EXEC                                                    02820045
028300      .                                                           02830045
028309 4300-REGISTRA-AUDITORIA.                                         02830945
028318*************************************************************     02831845
028327*    GRABA UN RENGLON EN EL LOG DE AUDITORIA POR CADA         *   02832745
028336*    ANULACION DE PRERREQUISITOS, VIA EL ENCAPSULADOR PSNETS83 *  02833645
028345*************************************************************     02834545
028354     EXEC CICS LINK PROGRAM('PSNETS83')                           02835445
028363          COMMAREA(AREA-LINK-AUDITORIA)                           02836345
028372          LENGTH(LENGTH OF AREA-LINK-AUDITORIA)                   02837245
028381     END-EXEC                                                     02838145
028390     .                                                            02839045
028391 4400-VERIFICA-AUTORIZACION.                                      02839145
028392      EXEC CICS LINK PROGRAM('PSNETS85')                          02839245
028393           COMMAREA(AREA-LINK-AUTORIZA)                           02839345
028394           LENGTH(LENGTH OF AREA-LINK-AUTORIZA)                   02839445
028395      END-EXEC                                                    02839545
028396      .                                                           02839645
028400 7000-ENVIO-MAPA.                                                 02840045
028500     MOVE MCUREI TO MCUREO                                        02850045
028600     MOVE MAAAEI TO MAAAEO                                        02860045
028700     MOVE MTEREI TO MTEREO                                        02870045
028800     MOVE MDNIEI TO MDNIEO                                        02880045
028900     MOVE MOPEEI TO MOPEEO                                        02890045
028950     MOVE MSUPEI TO MSUPEO                                        02895045
029000     MOVE EIBTRMID TO CA-TERM                                     02900045
029100     MOVE EIBTRNID TO CA-TRANS                                    02910045
029200     EXEC CICS SEND                                               02920045
