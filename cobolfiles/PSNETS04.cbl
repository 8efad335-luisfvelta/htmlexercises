000800* PERMITE ALTA, CAMBIO Y BAJA DE UNA NOTA DE UN ESTUDIANTE *      00080027
000900* EN UN CURSO Y UN AO DADOS.                              *      00090027
001000* CON CICS ENLAZA A DOS PROGRAMAS:                         *      00100027
001100* PSNETS73:VALIDA LA EXISTENCIA DEL ESTUDIANTE Y DEL       *      00110027
001200*          USUARIO QUE GRABA                               *      00120027
001300* PSNETS53:GRABA (ALTA/CAMBIO/BAJA) LA NOTA DEL ESTUDIANTE *      00130027
001330* PSNETS85:AUTORIZA LA OPERACION AL TIPO DE USUARIO DEL    *      00133027
001360*          FIRMADO (ARCHIVO AUTORIZA, TRANSACCION SN04)    *      00136027
001400*                                                          *      00140027
001500* EL PROGRAMA PSNETS04 ES LLAMADO DESDE PANTALLA CON LA    *      00150027
001600*    TRANSACCION CICS SN04 DESDE EL MAPA MSNNE04           *      00160027
003300*    QUEDAN EN EL ARCHIVO DE PENDIENTES PENDCHG (VER       *      00169827
003400*    RLPENDCH) HASTA QUE UN SUPERVISOR LOS APRUEBE EN LA   *      00169927
003500*    PANTALLA SN08 (PSNETS08). EL ALTA (I) SIGUE INMEDIATA *      00170027
003520* MODIFICACIONES 15/10/2026: CADA ALTA GRABADA DEJA SU     *      00352027
003540*    MOVIMIENTO EN EL HISTORICO DE VALORES NOTAHIST (VER   *      00354027
003560*    RLHISNOT) VIA EL ENCAPSULADOR PSNETS84 (ORIGEN 1)     *      00356027
003570* MODIFICACIONES 15/10/2026: EL PERMISO PARA I/A/E Y PARA  *      00357027
003580*    ANULAR UN CIERRE (FUNCION S) SE CONSULTA EN AUTORIZA  *      00358027
003590*    VIA PSNETS85 EN LUGAR DE LOS TIPOS "ESTUD"/"ADMIN",   *      00359027
003595*    CON EL TIPO DE USUARIO DE LA SESION (CA-TIPOUSUA)     *      00359527
003600************************************************************      00170027
003700 ENVIRONMENT DIVISION.                                            00180027
003800 CONFIGURATION SECTION.                                           00190027
014200 3200-VALIDA-USUARIO-Y-ESTUDIANTE.                                00970027
014300************************************************************      00980027
014400*    VALIDA QUE EL DNI DEL ESTUDIANTE EXISTA Y QUE EL      *      00990027
014500*    TIPO DE USUARIO DEL OPERADOR TENGA LA OPERACION EN    *      01000027
014600*    AUTORIZA (UN ESTUDIANTE NO PUEDE AUTO-CALIFICARSE)    *      01010027
014700************************************************************      01020027
014800     MOVE "N" TO W-USUARIO-AUTORIZADO                             01030027
014900     MOVE MDNIEI TO LK-US-DNI                                     01040027
016300*    VALIDA AL OPERADOR FIRMADO EN SN01 (CA-OPERADOR DE LA *      01200027
016400*    COMMAREA, YA NO EL DNI TECLEADO EN MOPDNI) CONTRA     *      01200027
016500*    PSNETS73; SIN SESION FIRMADA NO SE GRABAN NOTAS       *      01200027
016530*    LA OPERACION MOPEEI DEBE ESTAR CONCEDIDA AL TIPO DE   *      01653027
016560*    USUARIO EN AUTORIZA (SN04); LA NEGATIVA SE AUDITA     *      01656027
016600************************************************************      01200027
016700     IF CA-OPERADOR = SPACES OR LOW-VALUES THEN                   01200027
016800        MOVE "INICIE SESION CON SN01 PARA GRABAR NOTAS"           01200027
017700     IF LK-US-COD-RET NOT = 0 THEN                                01210027
017800        MOVE "OPERADOR FIRMADO NO REGISTRADO" TO MTXMSGO          01210027
017900     ELSE                                                         01210027
017930*       UNA OPERACION DISTINTA DE I/A/E NO SE CONSULTA: LA        01793027
017960*       RECHAZA MAS ADELANTE EL EVALUATE DE 3300                  01796027
018000        IF MOPEEI = "I" OR "A" OR "E" THEN                        01210027
018009           MOVE CA-TIPOUSUA    TO LK-AZ-TIPOUSUA                  01800927
018018           MOVE "SN04"         TO LK-AZ-TRANSACCION               01801827
018027           MOVE MOPEEI         TO LK-AZ-FUNCION                   01802727
018036           MOVE CA-OPERADOR    TO LK-AZ-OPERADOR                  01803627
018045           MOVE "S"            TO LK-AZ-REGISTRA                  01804527
018054           MOVE 1              TO LK-AZ-COD-RET                   01805427
018063           PERFORM 4500-VERIFICA-AUTORIZACION                     01806327
018072           IF LK-AZ-COD-RET = 0 THEN                              01807227
018081              MOVE "S" TO W-USUARIO-AUTORIZADO                    01808127
018090           ELSE                                                   01809027
018100              MOVE "OPERACION NO AUTORIZADA A SU USUARIO"         01210027
018130                   TO MTXMSGO                                     01813027
018160           END-IF                                                 01816027
018200        ELSE                                                      01210027
018300           MOVE "S" TO W-USUARIO-AUTORIZADO                       01210027
018400        END-IF                                                    01210027
019000*    LA NOTA PERTENECE AL PERIODO MAAAEI + TERMINO. SI EL  *      01221327
019100*    PERIODO ESTA CERRADO EN EL ARCHIVO DE CONTROL         *      01221427
019200*    PERIODOS (CERRADO POR EL BATCH PSNCIE01), LA NOTA NO  *      01221527
019300*    SE GRABA; SOLO UN TIPO DE USUARIO CON LA FUNCION S    *      01221627
019400*    (AUTORIZA, SN04) Y LA MARCA MSUPEI = "S" ANULA EL     *      01221727
019500*    CIERRE; LA ANULACION SE AUDITA COMO OPERACION PROPIA. *      01221827
019600*    UN PERIODO SIN REGISTRO EN PERIODOS ESTA ABIERTO.     *      01221927
019700*    EL TERMINO YA VIENE NORMALIZADO EN W-TER-NOTA (3300)  *      01221927
019800************************************************************      01222027
019900     MOVE "N" TO W-PERIODO-CERRADO                                01222127
020000     MOVE "N" TO W-SUP-ANULA                                      01222227
020800     END-EXEC                                                     01222927
020900     EVALUATE TRUE                                                01223027
021000        WHEN EIBRESP = 0 AND PE-CERRADO                           01223127
021020             IF MSUPEI = "S" THEN                                 02102027
021040                PERFORM 3290-AUTORIZA-ANULACION                   02104027
021060             END-IF                                               02106027
021100             IF W-SUP-ANULA = "S" THEN                            01223227
021200                CONTINUE                                          01223327
021300             ELSE                                                 01223427
021400                MOVE "S" TO W-PERIODO-CERRADO                     01223527
021500                IF MSUPEI = "S" THEN                              01223627
021600                   MOVE "USUARIO NO AUTORIZADO A ANULAR CIERRE"   01223727
021700                        TO MTXMSGO                                01223827
021800                ELSE                                              01223927
021900                   MOVE "PERIODO CERRADO - NOTA NO GRABADA"       01224027
023300                  TO MTXMSGO                                      01225427
023400     END-EVALUATE                                                 01225527
023500     .                                                            01225627
023505 3290-AUTORIZA-ANULACION.                                         02350527
023510************************************************************      02351027
023515*    ANULAR EL CIERRE DE UN PERIODO ES LA FUNCION S DE SN04*      02351527
023520*    EN AUTORIZA; EL INTENTO NEGADO QUEDA EN AUDITLOG      *      02352027
023525************************************************************      02352527
023530     MOVE CA-TIPOUSUA TO LK-AZ-TIPOUSUA                           02353027
023535     MOVE "SN04"      TO LK-AZ-TRANSACCION                        02353527
023540     MOVE "S"         TO LK-AZ-FUNCION                            02354027
023545     MOVE CA-OPERADOR TO LK-AZ-OPERADOR                           02354527
023550     MOVE "S"         TO LK-AZ-REGISTRA                           02355027
023555     MOVE 1           TO LK-AZ-COD-RET                            02355527
023560     PERFORM 4500-VERIFICA-AUTORIZACION                           02356027
023565     IF LK-AZ-COD-RET = 0 THEN                                    02356527
023570        MOVE "S" TO W-SUP-ANULA                                   02357027
023575     END-IF                                                       02357527
023580     .                                                            02358027
023600 3300-GRABAR-NOTA.                                                01220027
023700************************************************************      01220027
023800*    ALTA (I), CAMBIO (A) O BAJA (E) DE LA NOTA DE UN      *      01230027
029200           PERFORM 4000-GRABAR-NOTA-ESTUDIANTE                    01520027
029300           IF LK-NT-SQLCODE = 0 THEN                              01530027
029400              MOVE "NOTA GRABADA CORRECTAMENTE" TO MTXMSGO        01540027
029450              PERFORM 4400-REGISTRA-HISTORIA                      02945027
029500           ELSE                                                   01550027
029600              MOVE "NO SE PUDO GRABAR LA NOTA" TO MTXMSGO         01560027
029700           END-IF                                                 01570027
038800          LENGTH(LENGTH OF AREA-LINK-AUDITORIA)                   01910027
038900     END-EXEC                                                     01920027
039000     .                                                            01930027
039004 4400-REGISTRA-HISTORIA.                                          03900427
039008*************************************************************     03900827
039012*    DEJA EL ALTA EN EL HISTORICO DE VALORES DE NOTA VIA EL *     03901227
039016*    ENCAPSULADOR PSNETS84: NO HAY VALOR ANTERIOR           *     03901627
039020*************************************************************     03902027
039024     MOVE MDNIEI                   TO LK-HN-DNI                   03902427
039028     MOVE MCUREI                   TO LK-HN-CURSO                 03902827
039032     MOVE MAAAEI                   TO LK-HN-AAAA                  03903227
039036     MOVE W-TER-NOTA               TO LK-HN-TERMINO               03903627
039040     MOVE WS-FECHA-AAAA-MM-DD      TO LK-HN-FECHA                 03904027
039044     MOVE WS-HORA-MINUTOS-SEGUNDOS TO LK-HN-HORA                  03904427
039048     MOVE 2                        TO LK-HN-OPERACION             03904827
039052     MOVE 0                        TO LK-HN-NOTA-ANTERIOR         03905227
039056     MOVE W-EDI-NOTA               TO LK-HN-NOTA-NUEVA            03905627
039060     MOVE CA-OPERADOR              TO LK-HN-OPERADOR              03906027
039064     MOVE 1                        TO LK-HN-ORIGEN                03906427
039068     EXEC CICS LINK PROGRAM('PSNETS84')                           03906827
039072          COMMAREA(AREA-LINK-HISTORIA)                            03907227
039076          LENGTH(LENGTH OF AREA-LINK-HISTORIA)                    03907627
039080     END-EXEC                                                     03908027
039084     .                                                            03908427
039086 4500-VERIFICA-AUTORIZACION.                                      03908627
039088     EXEC CICS LINK PROGRAM('PSNETS85')                           03908827
039090          COMMAREA(AREA-LINK-AUTORIZA)                            03909027
039092          LENGTH(LENGTH OF AREA-LINK-AUTORIZA)                    03909227
039094     END-EXEC                                                     03909427
039096     .                                                            03909627
039100 7000-ENVIO-MAPA.                                                 01940027
039200     MOVE MDNIEI TO MDNIEO                                        01940027
039300     MOVE MCUREI TO MCUREO                                        01940027
