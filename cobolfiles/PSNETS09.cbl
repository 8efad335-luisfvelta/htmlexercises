002700* PSNETS73:NOMBRE DE CADA ESTUDIANTE DEL ROSTER            *      00230048
002800* PSNETS53:ALTA DE CADA NOTA TECLEADA                      *      00240048
002900* PSNETS83:AUDITORIA DE CADA ALTA APLICADA                 *      00250048
002930* PSNETS85:AUTORIZA LA CAPTURA AL TIPO DE USUARIO DEL      *      00293048
002960*          FIRMADO (ARCHIVO AUTORIZA, SN09 FUNCION I)      *      00296048
003000*                                                          *      00260048
003100* EL PROGRAMA PSNETS09 ES LLAMADO DESDE PANTALLA CON LA    *      00270048
003200*    TRANSACCION CICS SN09 DESDE EL MAPA MSNNE09           *      00280048
003220* MODIFICACIONES 15/10/2026: SI EL CURSO TIENE OFERTA EN   *      00322048
003240*    EL PERIODO TECLEADO (OFERTAS, VER RLOFERTA) EL        *      00324048
003260*    PROFESOR TITULAR ES OF-DNIPROFESOR DE LA OFERTA; SIN  *      00326048
003280*    OFERTA SE SIGUE USANDO EL DEL CATALOGO DE PSNETS63    *      00328048
003282* MODIFICACIONES 15/10/2026: CADA NOTA GRABADA DESDE EL    *      00328248
003284*    ROSTER DEJA SU MOVIMIENTO EN EL HISTORICO DE VALORES  *      00328448
003286*    NOTAHIST (VER RLHISNOT) VIA PSNETS84 (ORIGEN 4)       *      00328648
003288* MODIFICACIONES 15/10/2026: ADEMAS DE SER EL PROFESOR     *      00328848
003290*    TITULAR, PARA GRABAR NOTAS EL TIPO DE USUARIO DEBE    *      00329048
003292*    TENER LA FUNCION I DE SN09 EN AUTORIZA (PSNETS85);    *      00329248
003294*    LA NEGATIVA SE AUDITA                                 *      00329448
003300************************************************************      00290048
003400 ENVIRONMENT DIVISION.                                            00300048
003500 CONFIGURATION SECTION.                                           00310048
004300 COPY MSNNE09.                                                    00390048
004400 01  DATOS-TRABAJO.                                               01110048
004500     05 W-PROFESOR-OK        PIC X VALUE "N".                     01120048
004550     05 W-CAPTURA-OK         PIC X VALUE "N".                     00455048
004600     05 W-TER-NOTA           PIC X VALUE "0".                     01130048
004700     05 W-PERIODO-CERRADO    PIC X VALUE "N".                     01131048
004800     05 W-PER-LLAVE.                                              01132048
006000        10 W-BR-AAAA         PIC X(4).                            01220048
006100        10 W-BR-TERMINO      PIC X(1).                            01230048
006200        10 W-BR-DNI          PIC X(9).                            01240048
006220     05 W-OFE-LLAVE.                                              00622048
006240        10 W-OFE-CURSO       PIC X(5).                            00624048
006260        10 W-OFE-AAAA        PIC X(4).                            00626048
006280        10 W-OFE-TERMINO     PIC X(1).                            00628048
006300************************************************************      01241048
006400*    RESULTADO POR DNI DE LA ULTIMA PASADA DE GRABACION,   *      01242048
006500*    PARA REPINTARLO AL RECARGAR EL BLOQUE DEL ROSTER      *      01243048
011400* SOLO SE NECESITA COMO AREA DE TRABAJO PARA EL EXEC CICS         01662048
011500* READ DEL CONTROL DE PERIODOS CERRADOS                           01663048
011600 COPY RLPERIOD.                                                   01664048
011620* OFERTAS ES UN ARCHIVO MANEJADO POR CICS; REG-OFERTA SOLO SE     01162048
011640* NECESITA COMO AREA DE TRABAJO PARA LEER EL PROFESOR TITULAR     01164048
011660* DEL CURSO EN EL PERIODO                                         01166048
011680 COPY RLOFERTA.                                                   01168048
011700 01 MENSAJES.                                                     01670048
011800    03 MSG-FIN-SESION PIC X(18) VALUE "AU REVOIR MON AMI!".       01680048
011900    03 MSG    PIC X(50) VALUE SPACES.                             01690048
016100 3200-VALIDA-PROFESOR.                                            02110048
016200************************************************************      02120048
016300*    EL FIRMADO EN SN01 DEBE SER EL PROFESOR TITULAR DEL   *      02130048
016400*    CURSO TECLEADO EN EL PERIODO: OF-DNIPROFESOR DE LA    *      02140048
016430*    OFERTA (MANTENIDA EN SN11) O, SI EL CURSO NO TIENE    *      01643048
016460*    OFERTA EN EL PERIODO, LK-CU-DNIPROFESOR DEL CATALOGO  *      01646048
016500*    (MANTENIDO EN SN06). SIN SESION FIRMADA NO HAY        *      02150048
016550*    CAPTURA                                               *      01655048
016600************************************************************      02160048
016700     MOVE "N" TO W-PROFESOR-OK                                    02170048
016800     IF CA-OPERADOR = SPACES OR LOW-VALUES THEN                   02180048
017900        IF LK-CU-SQLCODE NOT = 0 THEN                             02290048
018000           MOVE "CURSO NO REGISTRADO" TO MTXMSGO                  02300048
018100        ELSE                                                      02310048
018150           PERFORM 3220-BUSCA-OFERTA                              01815048
018200           IF LK-CU-DNIPROFESOR = CA-OPERADOR THEN                02320048
018300              MOVE "S" TO W-PROFESOR-OK                           02330048
018400           ELSE                                                   02340048
018450              IF MTXMSGO = SPACES OR LOW-VALUES THEN              01845048
018500                 MOVE "USTED NO ES EL PROFESOR DEL CURSO"         02350048
018600                      TO MTXMSGO                                  02360048
018650              END-IF                                              01865048
018700           END-IF                                                 02370048
018800        END-IF                                                    02380048
018900     END-IF                                                       02390048
019000     .                                                            02400048
019003 3220-BUSCA-OFERTA.                                               01900348
019006************************************************************      01900648
019009*    SI EL CURSO TIENE OFERTA EN EL PERIODO TECLEADO, EL   *      01900948
019012*    PROFESOR DE LA OFERTA REEMPLAZA AL DEL CATALOGO EN    *      01901248
019015*    LK-CU-DNIPROFESOR. UN ERROR DE LECTURA NO DEJA PASAR  *      01901548
019018*    A NADIE                                               *      01901848
019021************************************************************      01902148
019024     MOVE MCUREI     TO W-OFE-CURSO                               01902448
019027     MOVE MAAAEI     TO W-OFE-AAAA                                01902748
019030     MOVE W-TER-NOTA TO W-OFE-TERMINO                             01903048
019033     EXEC CICS READ                                               01903348
019036          FILE('OFERTAS')                                         01903648
019039          INTO(REG-OFERTA)                                        01903948
019042          RIDFLD(W-OFE-LLAVE)                                     01904248
019045          NOHANDLE                                                01904548
019048     END-EXEC                                                     01904848
019051     EVALUATE TRUE                                                01905148
019054        WHEN EIBRESP = 0                                          01905448
019057             MOVE OF-DNIPROFESOR TO LK-CU-DNIPROFESOR             01905748
019060*       NOTFND (13): SIN OFERTA, VALE EL PROFESOR DEL CATALOGO    01906048
019063        WHEN EIBRESP = 13                                         01906348
019066             CONTINUE                                             01906648
019069        WHEN OTHER                                                01906948
019072             MOVE SPACES TO LK-CU-DNIPROFESOR                     01907248
019075             MOVE "ERROR LEYENDO ARCHIVO OFERTAS" TO MTXMSGO      01907548
019078     END-EVALUATE                                                 01907848
019081     .                                                            01908148
019100 3250-VERIFICA-PERIODO.                                           02401048
019200************************************************************      02402048
019300*    LA CAPTURA PERTENECE AL PERIODO CA-AAAA-SEL +         *      02403048
022100             MOVE "S" TO W-PERIODO-CERRADO                        02411248
022200     END-EVALUATE                                                 02411348
022300     .                                                            02411448
022303 3260-AUTORIZA-CAPTURA.                                           02230348
022306************************************************************      02230648
022309*    ANTES DE GRABAR: SOLO CON SESION FIRMADA EN SN01, Y   *      02230948
022312*    SI EL TIPO DE USUARIO TIENE LA FUNCION I DE SN09 EN   *      02231248
022315*    AUTORIZA (MISMO PROTOCOLO QUE 3250 DE PSNETS06). NO   *      02231548
022318*    REEMPLAZA A 3200: EL FIRMADO DEBE SER ADEMAS EL       *      02231848
022321*    PROFESOR TITULAR DEL CURSO                            *      02232148
022324************************************************************      02232448
022327     MOVE "N" TO W-CAPTURA-OK                                     02232748
022330     IF CA-OPERADOR = SPACES OR LOW-VALUES THEN                   02233048
022333        MOVE "INICIE SESION CON SN01 PARA CAPTURAR"               02233348
022336             TO MTXMSGO                                           02233648
022339     ELSE                                                         02233948
022342        MOVE CA-TIPOUSUA TO LK-AZ-TIPOUSUA                        02234248
022345        MOVE "SN09"      TO LK-AZ-TRANSACCION                     02234548
022348        MOVE "I"         TO LK-AZ-FUNCION                         02234848
022351        MOVE CA-OPERADOR TO LK-AZ-OPERADOR                        02235148
022354        MOVE "S"         TO LK-AZ-REGISTRA                        02235448
022357        MOVE 1           TO LK-AZ-COD-RET                         02235748
022360        PERFORM 4500-VERIFICA-AUTORIZACION                        02236048
022363        IF LK-AZ-COD-RET = 0 THEN                                 02236348
022366           MOVE "S" TO W-CAPTURA-OK                               02236648
022369        ELSE                                                      02236948
022372           MOVE "OPERACION NO AUTORIZADA A SU USUARIO"            02237248
022375                TO MTXMSGO                                        02237548
022378        END-IF                                                    02237848
022381     END-IF                                                       02238148
022384     .                                                            02238448
022400 3300-PROCESA-ENTER.                                              02410048
022500************************************************************      02420048
022600*    ENTER: VALIDA AL PROFESOR Y, SI HAY NOTAS TECLEADAS   *      02430048
025900              MOVE "PERIODO CERRADO - NOTAS NO GRABADAS"          02724048
026000                   TO MTXMSGO                                     02725048
026100           ELSE                                                   02726048
026130              PERFORM 3260-AUTORIZA-CAPTURA                       02613048
026160              IF W-CAPTURA-OK = "S" THEN                          02616048
026200                 PERFORM 3500-GRABA-NOTAS-TECLEADAS               02727048
026250              END-IF                                              02625048
026300           END-IF                                                 02728048
026400        END-IF                                                    02740048
026500        PERFORM 3400-CARGA-ROSTER                                 02750048
042300        IF LK-NT-SQLCODE = 0 THEN                                 04160048
042400           MOVE "GRABADA" TO RES-TEXTO (W-IND-LINEA)              04170048
042500           PERFORM 3580-AUDITA-ALTA                               04180048
042550           PERFORM 4400-REGISTRA-HISTORIA                         04255048
042600        ELSE                                                      04190048
042700           MOVE "NO GRABADA" TO RES-TEXTO (W-IND-LINEA)           04200048
042800        END-IF                                                    04210048
048100          LENGTH(LENGTH OF AREA-LINK-AUDITORIA)                   04730048
048200     END-EXEC                                                     04740048
048300     .                                                            04750048
048304 4400-REGISTRA-HISTORIA.                                          04830448
048308*************************************************************     04830848
048312*    DEJA EL ALTA DEL ROSTER EN EL HISTORICO DE VALORES DE  *     04831248
048316*    NOTA VIA EL ENCAPSULADOR PSNETS84 (SIN VALOR ANTERIOR) *     04831648
048320*************************************************************     04832048
048324     MOVE MRDNII (W-IND-LINEA)     TO LK-HN-DNI                   04832448
048328     MOVE CA-CURSO-SEL             TO LK-HN-CURSO                 04832848
048332     MOVE CA-AAAA-SEL              TO LK-HN-AAAA                  04833248
048336     MOVE CA-TER-SEL               TO LK-HN-TERMINO               04833648
048340     MOVE WS-FECHA-AAAA-MM-DD      TO LK-HN-FECHA                 04834048
048344     MOVE WS-HORA-MINUTOS-SEGUNDOS TO LK-HN-HORA                  04834448
048348     MOVE 2                        TO LK-HN-OPERACION             04834848
048352     MOVE 0                        TO LK-HN-NOTA-ANTERIOR         04835248
048356     MOVE W-EDI-NOTA               TO LK-HN-NOTA-NUEVA            04835648
048360     MOVE CA-OPERADOR              TO LK-HN-OPERADOR              04836048
048364     MOVE 4                        TO LK-HN-ORIGEN                04836448
048368     EXEC CICS LINK PROGRAM('PSNETS84')                           04836848
048372          COMMAREA(AREA-LINK-HISTORIA)                            04837248
048376          LENGTH(LENGTH OF AREA-LINK-HISTORIA)                    04837648
048380     END-EXEC                                                     04838048
048384     .                                                            04838448
048386 4500-VERIFICA-AUTORIZACION.                                      04838648
048388      EXEC CICS LINK PROGRAM('PSNETS85')                          04838848
048390           COMMAREA(AREA-LINK-AUTORIZA)                           04839048
048392           LENGTH(LENGTH OF AREA-LINK-AUTORIZA)                   04839248
048394      END-EXEC                                                    04839448
048396      .                                                           04839648
048400 7000-ENVIO-MAPA.                                                 04760048
048500     MOVE MCUREI TO MCUREO                                        04770048
048600     MOVE MAAAEI TO MAAAEO                                        04780048
