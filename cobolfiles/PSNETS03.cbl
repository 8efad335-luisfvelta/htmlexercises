000880*    CUANDO CA-TIPOUSUA ES "ESTUD" EL VISOR QUEDA AMARRADO *      00088026
000890*    AL DNI FIRMADO (CA-OPERADOR) Y EL CAMPO DNI SE ENVIA  *      00089026
000891*    PROTEGIDO; LA CONSULTA SE AUDITA COMO SIEMPRE         *      00089126
000892* MODIFICACIONES 15/10/2026: CURSOS REPETIDOS: SEGUN LA    *      00089226
000893*    REGLA "REPITE" DE PARAMNOT QUEDA UNA NOTA VIGENTE POR *      00089326
000894*    CURSO; LOS INTENTOS SUPERADOS SE MUESTRAN CON "(S)"   *      00089426
000895*    JUNTO AL CODIGO Y NO ENTRAN AL PROMEDIO               *      00089526
000896* MODIFICACIONES 15/10/2026: PF5 TRASPASA A SN14 (HISTORIA *      00089626
000897*    DE CAMBIOS DE UNA NOTA) CON EL DNI CONSULTADO         *      00089726
000898* MODIFICACIONES 15/10/2026: CURSOS CONVALIDADOS (CONVALID)*      00089826
000899*    EN EL VISOR CON "(C)"; NO ENTRAN AL PROMEDIO          *      00089926
000900* CON CICS ENLAZA A TRES PROGRAMAS:                        *      00090026
001000* PSNETS73:VALIDA LA EXISTENCIA DEL ESTUDIANTE Y CONSULTA -*      00100026
001100*          SU NOMBRE Y APELLIDOS                           *      00110026
001800*    TRANSACCIN CICS SN03 DESDE EL MAPA MSNNE03 Y DESDE   *      00180026
001900*    DOS PROGRAMAS QUE LO INVOCAN DESDE SU MENU Y LE PASAN *      00190026
002000*    PARAMETROS DE LLAMADO EN LA DFHCOMMAREA               *      00200026
002020* MODIFICACIONES 15/10/2026: EL VISOR QUEDA AMARRADO AL    *      00202026
002040*    DNI FIRMADO CUANDO EL TIPO DE USUARIO NO TIENE LA     *      00204026
002060*    FUNCION C DE SN03 EN AUTORIZA (PSNETS85), YA NO POR   *      00206026
002080*    EL TIPO "ESTUD" FIJO                                  *      00208026
002083* MODIFICACIONES 15/10/2026: LAS NOTAS SE LEEN POR BLOQUES *      00208326
002086*    (PSNETS53 SUBTIPO 5) Y NOTAEST LLEGA A 500; SI EL DNI *      00208626
002089*    LLENA LA TABLA SE AVISA EN MENSAJES (VER PSNLIM01)    *      00208926
002092*    UN SQLCODE DISTINTO DE 0 Y 100 AL LEERLAS SE AVISA    *      00209226
002095*    EN MENSAJES Y NO SE DESPLIEGA EL DETALLE              *      00209526
002100************************************************************      00210026
002200 ENVIRONMENT DIVISION.                                            00220026
002300 CONFIGURATION SECTION.                                           00230026
012100    10 W-PROMEDIO   PIC 99V99.                                    01210026
012200    10 W-PROMEDIO-N PIC Z9.99.                                    01220026
012300    10 W-PROMEDIO-R REDEFINES W-PROMEDIO-N PIC X(05).             01230026
012307          10 W-CANT-VIGENTES  PIC 9(4).                           01230726
012314          10 W-CANT-SUPERADAS PIC 9(4).                           01231426
012316          10 W-CANT-CONVALIDADAS PIC 9(4).                        01231626
012318          10 W-FIN-BR-CONV    PIC X VALUE "N".                    01231826
012321          10 W-I              PIC 9(4).                           01232126
012328          10 W-J              PIC 9(4).                           01232826
012335          10 W-SW-MAS-RECIENTE PIC X.                             01233526
012342             88 MAS-RECIENTE  VALUE "S".                          01234226
012349          10 W-REGLA-REPITE   PIC X VALUE "R".                    01234926
012356             88 REGLA-RECIENTE VALUE "R".                         01235626
012363             88 REGLA-MEJOR    VALUE "M".                         01236326
012370          10 W-COD-VISOR.                                         01237026
012377             15 W-COD-CURSO   PIC X(5).                           01237726
012384             15 W-COD-MARCA   PIC X(4).                           01238426
012389*         "S" = EL FIRMADO SOLO CONSULTA SU PROPIO DNI (3950)     01238926
012394          10 W-SOLO-PROPIO-DNI PIC X VALUE "N".                   01239426
012395*         TOPE DE NOTAEST (IGUAL A SU OCCURS) Y FIN DE LECTURA    01239526
012396          10 W-MAX-NOTAS      PIC 9(4) VALUE 500.                 01239626
012397          10 W-FIN-NOTAS      PIC X VALUE "N".                    01239726
012398*         "S" = PSNETS53 DEVOLVIO ERROR AL LEER LAS NOTAS         01239826
012399          10 W-ERROR-NOTAS    PIC X VALUE "N".                    01239926
012400       05 DNI-DNI OCCURS 6 TIMES INDEXED BY IX-DNI.               01240026
012500          07 DNI-ESTUD  PIC X(9).                                 01250026
012600          07 DNI-NOMEST PIC X(25).                                01260026
014900          07 FILLER PIC X(15) VALUE "CODB2NO19202340".            01490026
015000          07 FILLER PIC X(15) VALUE "CODB2NO20202350".            01500026
015100       05 NOTAS-ESTUD.                                            01510026
015200          07 WS-NUNOTAS PIC 9(4) VALUE 0.                         01520026
015300          07 NOTAEST                                              01530026
015400             OCCURS 500 TIMES                                     01540026
015500                       DEPENDING ON WS-NUNOTAS                    01550026
015600                       INDEXED BY IX-NOTA.                        01560026
015700             09 CURSO PIC XXXXX.                                  01570026
015910*            TERMINO (SEMESTRE): "1"/"2"; "0" O BLANCO = ANUAL    01591026
015920             09 TERMINO PIC X.                                    01592026
016000             09 NOTA  PIC 9V9.                                    01600026
016010*           INTENTO: "V" NOTA VIGENTE DEL CURSO, "S" SUPERADA     01601026
016020*           POR OTRO INTENTO DEL MISMO CURSO (VER 3800)           01602026
016030            09 INTENTO PIC X.                                     01603026
016040               88 INTENTO-VIGENTE  VALUE "V".                     01604026
016050               88 INTENTO-SUPERADO VALUE "S".                     01605026
016060*           "C" CURSO CONVALIDADO DE OTRA INSTITUCION (VER 3870)  01606026
016070               88 INTENTO-CONVALIDADO VALUE "C".                  01607026
016100* COPY WSDEBDIS.                                                  01610026
016200 01  WS-SW-DEBUG.                                                 01620026
016300     05 W-SW-DEBUG    PIC X VALUE "S".                            01630026
019400         05 FILLER        PIC X(33).                              01940026
019500 01 MI-COMMAREA-OTHERS.                                           01950026
019600     03 CA-LEN    PIC 9(4).                                       01960026
019608*    COMMAREA DE TRASPASO A SN14 (PSNETS14) CON PF5: EL DNI       01960826
019616*    CONSULTADO Y LA IDENTIDAD FIRMADA EN SN01, EN LAS MISMAS     01961626
019624*    POSICIONES QUE MI-COMMAREA                                   01962426
019632 01 MI-COMMAREA-SN14.                                             01963226
019640     03 CAH-TRANS     PIC XXXX.                                   01964026
019648     03 CAH-TERM      PIC XXXX.                                   01964826
019656     03 CAH-DNI       PIC X(9).                                   01965626
019664     03 FILLER        PIC X(36).                                  01966426
019672     03 CAH-OPERADOR  PIC X(9).                                   01967226
019680     03 CAH-TIPOUSUA  PIC X(5).                                   01968026
019688     03 FILLER        PIC X(33).                                  01968826
019700********************************************************          01970026
019800*  AREA LINK PARA ENCAPSULADOR DE NOTAS *                         01980026
019900********************************************************          01990026
021120*    NOTA ANUAL HISTORICA. VA AL FINAL DEL AREA PARA NO           02112026
021130*    CORRER LOS DESPLAZAMIENTOS YA PUBLICADOS DE PSNETS53         02113026
021140     05 LK-NT-TERMINO       PIC X(01).                            02114026
021150*    ORDINAL DE LA ULTIMA NOTA LEIDA EN LA LECTURA POR BLOQUES    02115026
021160*    (SUBTIPO 5); 0 PARA EMPEZAR DESDE LA PRIMERA NOTA DEL DNI    02116026
021170     05 LK-NT-POSICION      PIC 9(05).                            02117026
021200*********************************************************         02120026
021300*    AREA LINK PARA EL ENCAPSULADOR DE CURSOS           *         02130026
021400*********************************************************         02140026
024900     05 LK-AU-FECHA            PIC X(10).                         02490026
025000     05 LK-AU-HORA             PIC X(08).                         02500026
025100     05 LK-AU-COD-RET          PIC 9(02).                         02510026
025107*********************************************************         02510726
025114*    AREA LINK PARA EL ENCAPSULADOR DE AUTORIZACIONES   *         02511426
025121*    PSNETS85 (VER RLAUTORI), MISMA ESTRUCTURA QUE LA   *         02512126
025128*    DEL COPY LKNOTAS                                   *         02512826
025135*********************************************************         02513526
025142 01  AREA-LINK-AUTORIZA.                                          02514226
025149     05 LK-AZ-TIPOUSUA         PIC X(05).                         02514926
025156     05 LK-AZ-TRANSACCION      PIC X(04).                         02515626
025163     05 LK-AZ-FUNCION          PIC X(01).                         02516326
025170     05 LK-AZ-OPERADOR         PIC X(09).                         02517026
025177     05 LK-AZ-REGISTRA         PIC X(01).                         02517726
025184     05 LK-AZ-COD-RET          PIC 9(02).                         02518426
025200*********************** FINAL AREAS DE ENCAPSULADORES             02520026
025220* PARAMNOT ES UN ARCHIVO MANEJADO POR CICS; REG-PARAMETRO SOLO    02522026
025240* SE NECESITA COMO AREA DE TRABAJO PARA EL EXEC CICS READ DE LA   02524026
025260* REGLA DE CURSOS REPETIDOS (CLAVE "REPITE")                      02526026
025280 COPY RLPARAM.                                                    02528026
025285* CONVALID TAMBIEN ES MANEJADO POR CICS; REG-CONVALIDACION ES EL  02528526
025290* AREA DEL BROWSE DE CURSOS CONVALIDADOS DEL ESTUDIANTE (3870)    02529026
025295 COPY RLCONVAL.                                                   02529526
025300 01 MENSAJES.                                                     02530026
025400    03 MSG-FIN-SESION PIC X(18) VALUE "AU REVOIR MON AMI!".       02540026
025500     03 MSG    PIC X(50) VALUE SPACES.                            02550026
033700                                                                  03370026
033800************************************************************      03380026
033900*    INICIO BUSQUEDA DE NOTAS POR ESTUDIANTE               *      03390026
034000*    LEE UNA A UNA LAS NOTAS QUE EL ESTUDIANTE TIENE       *      03400026
034100*    REGISTRADAS Y DE CADA UNA GUARDA LOS                  *      03410026
034200*    DETALLES DE CADA CURSO, CODIGO, NOMBRE, AO Y NOTA OB-*      03420026
034300*    TENIDA PARA SU DESPLIEGUE EN EL MAPA EN LA SECCION    *      03430026
034400*    LLAMADA VISOR                                         *      03440026
034500*    ENVIA TIPO DE OPERACION 1, SUBTIPO 5, DNI Y POSICION 0       03450026
034600*    EN LA PRIMERA LLAMADA (LECTURA POR BLOQUES, VER 3760)        03460026
034700*       CADA LLAMADA RETORNA LA SIGUIENTE NOTA CON SQLCODE 0      03470026
034800*             Y DEJA EN POSICION EL ORDINAL DE ESA NOTA           03480026
034900*       SIN MAS NOTAS RETORNA 100 EN SQLCODE                      03490026
035000*    SI NOTAEST SE LLENA (W-MAX-NOTAS) ANTES DEL FIN SE           03500026
035100*    AVISA EN LA LINEA DE MENSAJES (VER 3850)                     03510026
035600*                                                                 03560026
035700*    RECIBIRA EL DNI, EL CURSO, EL AO, LA NOTA Y SQLCODE EN 0    03570026
035800*                                                                 03580026
035900************************************************************      03590026
036300     MOVE "N" TO W-DNI-HALLADO                                    03630026
037200***********************************************************       03720026
037300*    SI EL DNI TIENE NOTAS                                *       03730026
037400*    LAS SOLICITA 1 A 1 PARA CARGAR LA LISTA DE NOTAS DEL *       03740026
037500*    Y COMENZAR SU VISUALIZACION DE W-M EN W-M GRUPOS     *       03750026
037600*    SEGUN EL TAMAO DEL VISOR                            *       03760026
037900     MOVE 1 TO W-IND-VISOR                                        03790026
038000     PERFORM 3650-BORRAR-VISOR                                    03800026
038100             UNTIL W-IND-VISOR > W-M                              03810026
038800     PERFORM 3760-LEE-NOTAS-DNI                                   03880026
038807     IF W-ERROR-NOTAS = "S" THEN                                  03880726
038814        MOVE "ERROR LEYENDO NOTAS DEL ESTUDIANTE" TO MTXMSGO      03881426
038821        MOVE SPACES TO MPROMEO                                    03882126
038828        PERFORM 7000-ENVIO-MAPA                                   03882826
038835        PERFORM 7800-RETORNO-TRANSACCION                          03883526
038842     END-IF                                                       03884226
038850     IF WS-NUNOTAS > 0 THEN                                       03885026
038900        MOVE "S" TO W-DNI-HALLADO                                 03890026
039250        PERFORM 3800-MARCA-INTENTOS                               03925026
039254     END-IF                                                       03925426
039258*    LOS CURSOS CONVALIDADOS VAN DESPUES DE LAS NOTAS; UN         03925826
039262*    ESTUDIANTE SOLO CON CONVALIDADAS TAMBIEN SE DESPLIEGA        03926226
039266     PERFORM 3870-CARGA-CONVALIDADAS                              03926626
039270     IF WS-NUNOTAS = 0 THEN                                       03927026
039274        MOVE "ESTUDIANTE SIN NOTAS REGISTRADAS" TO MTXMSGO        03927426
039278        MOVE SPACES TO MPROMEO                                    03927826
039282        PERFORM 7000-ENVIO-MAPA                                   03928226
039286        PERFORM 7800-RETORNO-TRANSACCION                          03928626
039290     END-IF                                                       03929026
039300     MOVE 1 TO W-IND-FROM                                         03930026
039400     COMPUTE W-IND-TO = W-IND-FROM + W-M - 1                      03940026
039500     IF W-IND-TO > WS-NUNOTAS THEN                                03950026
041800     PERFORM 9100-DEB-DIS                                         04180026
041900     MOVE SPACES TO MTXMSGO                                       04190026
042000     PERFORM 3750-RECARGAR-NOTAS-DNI                              04200026
042010     IF W-ERROR-NOTAS = "S" THEN                                  04201026
042020        MOVE "ERROR LEYENDO NOTAS DEL ESTUDIANTE" TO MTXMSGO      04202026
042030        MOVE SPACES TO MPROMEO                                    04203026
042040        PERFORM 7000-ENVIO-MAPA                                   04204026
042050        PERFORM 7800-RETORNO-TRANSACCION                          04205026
042060     END-IF                                                       04206026
042100     IF WS-NUNOTAS = 0 THEN                                       04210026
042200        MOVE "ESTUDIANTE SIN NOTAS REGISTRADAS" TO MTXMSGO        04220026
042250        MOVE SPACES TO MPROMEO                                    04220026
044500     PERFORM 9100-DEB-DIS                                         04450026
044600     MOVE SPACES TO MTXMSGO                                       04460026
044700     PERFORM 3750-RECARGAR-NOTAS-DNI                              04470026
044710     IF W-ERROR-NOTAS = "S" THEN                                  04471026
044720        MOVE "ERROR LEYENDO NOTAS DEL ESTUDIANTE" TO MTXMSGO      04472026
044730        MOVE SPACES TO MPROMEO                                    04473026
044740        PERFORM 7000-ENVIO-MAPA                                   04474026
044750        PERFORM 7800-RETORNO-TRANSACCION                          04475026
044760     END-IF                                                       04476026
044800     IF WS-NUNOTAS = 0 THEN                                       04480026
044900        MOVE "ESTUDIANTE SIN NOTAS REGISTRADAS" TO MTXMSGO        04490026
044950        MOVE SPACES TO MPROMEO                                    04490026
049600     MOVE 18 TO DNI-FROM (IX-DNI) MOVE 18 TO DNI-TO (IX-DNI)      04960026
049700     .                                                            04970026
049800 3600-MUEVE-LISTA-A-VISOR.                                        04980026
049810     MOVE CURSO (W-IND-LISTA) TO W-COD-CURSO                      04981026
049816     EVALUATE TRUE                                                04981626
049822        WHEN INTENTO-SUPERADO (W-IND-LISTA)                       04982226
049830             MOVE " (S)" TO W-COD-MARCA                           04983026
049835        WHEN INTENTO-CONVALIDADO (W-IND-LISTA)                    04983526
049840             MOVE " (C)" TO W-COD-MARCA                           04984026
049845        WHEN OTHER                                                04984526
049850             MOVE SPACES TO W-COD-MARCA                           04985026
049870     END-EVALUATE                                                 04987026
049900     MOVE W-COD-VISOR TO MCODIGO (W-IND-VISOR)                    04990026
050000     MOVE CURSO (W-IND-LISTA) TO LK-CU-CURSO                      05000026
050100     PERFORM 4100-BUSCAR-CURSO                                    05010026
050200     IF LK-CU-SQLCODE = 0 THEN                                    05020026
051900 3700-PEDIR-NOTAS.                                                05190026
052000     MOVE MDNIESI TO LK-NT-DNIESTUD                               05200026
052100     MOVE 1 TO LK-NT-TIPO-OPE                                     05210026
052200     MOVE 5 TO LK-NT-SUBTIPO                                      05220026
052300     PERFORM 4000-BUSCAR-NRO-NOTAS-DNI                            05230026
052400     IF LK-NT-SQLCODE = 0 THEN                                    05240026
052500        ADD 1 TO WS-NUNOTAS                                       05250026
052550        SET IX-NOTA TO WS-NUNOTAS                                 05255026
052600        MOVE LK-NT-CURSO TO CURSO(IX-NOTA)                        05260026
052700        MOVE LK-NT-AAAA    TO AAAA(IX-NOTA)                       05270026
052710        MOVE LK-NT-TERMINO TO TERMINO(IX-NOTA)                    05271026
052800        MOVE LK-NT-NOTA    TO W-EDI-NOTA                          05280026
052900        MOVE W-EDI-NOTA-N  TO NOTA(IX-NOTA)                       05290026
052910        IF WS-NUNOTAS NOT < W-MAX-NOTAS THEN                      05291026
052920           MOVE "S" TO W-FIN-NOTAS                                05292026
052930        END-IF                                                    05293026
052940     ELSE                                                         05294026
052950        MOVE "S" TO W-FIN-NOTAS                                   05295026
052960        IF LK-NT-SQLCODE NOT = 100 THEN                           05296026
052970           MOVE "S" TO W-ERROR-NOTAS                              05297026
052980        END-IF                                                    05298026
053000     END-IF                                                       05300026
053100     .                                                            05310026
053200 3750-RECARGAR-NOTAS-DNI.                                         05320026
053300*************************************************************     05330026
053400*    RECARGA EL DETALLE COMPLETO DE                          *    05340026
053500*    NOTAEST PARA EL DNI ACTUALMENTE CARGADO EN MDNIESI.     *    05350026
053600*    SE USA DESDE 3200-CONSULTA-NOTAS Y DESDE EL SCROLL      *    05360026
053700*    (3300-HACIA-ADELANTE / 3400-HACIA-ATRAS) YA QUE LA      *    05370026
053800*    TABLA NOTAEST NO SOBREVIVE ENTRE TAREAS CICS            *    05380026
053900*************************************************************     05390026
054000     PERFORM 3760-LEE-NOTAS-DNI                                   05400026
054950     PERFORM 3800-MARCA-INTENTOS                                  05495026
054970     PERFORM 3870-CARGA-CONVALIDADAS                              05497026
055000     .                                                            05500026
055005 3760-LEE-NOTAS-DNI.                                              05500526
055010************************************************************      05501026
055015*    CARGA NOTAEST CON LAS NOTAS DEL DNI DE MDNIESI POR    *      05501526
055020*    BLOQUES (TIPO 1 SUBTIPO 5) DESDE LA POSICION 0 HASTA  *      05502026
055025*    QUE PSNETS53 DEVUELVE 100 O SE LLENA LA TABLA; OTRO   *      05502526
055030*    SQLCODE DEJA W-ERROR-NOTAS EN "S"                     *      05503026
055035************************************************************      05503526
055040     MOVE 1 TO LK-NT-TIPO-OPE                                     05504026
055045     MOVE 5 TO LK-NT-SUBTIPO                                      05504526
055050     MOVE MDNIESI TO LK-NT-DNIESTUD                               05505026
055055     MOVE 100 TO LK-NT-SQLCODE                                    05505526
055060     MOVE 0 TO LK-NT-POSICION                                     05506026
055065     MOVE 0 TO WS-NUNOTAS                                         05506526
055070     MOVE "N" TO W-FIN-NOTAS                                      05507026
055075     MOVE "N" TO W-ERROR-NOTAS                                    05507526
055080     PERFORM 3700-PEDIR-NOTAS                                     05508026
055085             UNTIL W-FIN-NOTAS = "S"                              05508526
055090     .                                                            05509026
055100 3780-REPINTAR-VISOR.                                             05510026
055200*************************************************************     05520026
055300*    BORRA EL VISOR Y LO REPINTA CON LA VENTANA ACTUAL       *    05530026
056500 3850-CALCULA-PROMEDIO.                                           05650026
056600*************************************************************     05660026
056700*    CALCULA EL PROMEDIO GENERAL DE LAS NOTAS DEL ESTUDIANTE *    05670026
056800*  SOBRE LA TABLA NOTAEST YA CARGADA (WS-NUNOTAS), CON UNA *      05680026
056820*    SOLA NOTA VIGENTE POR CURSO: LOS INTENTOS SUPERADOS NO*      05682026
056840*    CUENTAN. SI LOS HAY Y NO HAY OTRO MENSAJE, SE EXPLICA *      05684026
056860*    LA MARCA "(S)" EN LA LINEA DE MENSAJES                *      05686026
056880*    LAS CONVALIDADAS ("(C)") TAMPOCO PROMEDIAN            *      05688026
056900*************************************************************     05690026
057000     MOVE 0 TO W-SUMA-NOTAS                                       05700026
057030     MOVE 0 TO W-CANT-VIGENTES                                    05703026
057060     MOVE 0 TO W-CANT-SUPERADAS                                   05706026
057080     MOVE 0 TO W-CANT-CONVALIDADAS                                05708026
057100     IF WS-NUNOTAS > 0 THEN                                       05710026
057200        PERFORM 3860-SUMA-NOTA                                    05720026
057300               VARYING IX-NOTA FROM 1 BY 1                        05730026
057400               UNTIL IX-NOTA > WS-NUNOTAS                         05740026
057440     END-IF                                                       05744026
057480     IF W-CANT-VIGENTES > 0 THEN                                  05748026
057520        COMPUTE W-PROMEDIO ROUNDED =                              05752026
057560                W-SUMA-NOTAS / W-CANT-VIGENTES                    05756026
057600     ELSE                                                         05760026
057700        MOVE 0 TO W-PROMEDIO                                      05770026
057800     END-IF                                                       05780026
057900     MOVE W-PROMEDIO TO W-PROMEDIO-N                              05790026
058000     MOVE W-PROMEDIO-R TO MPROMEO                                 05800026
058005     EVALUATE TRUE                                                05800526
058010        WHEN MTXMSGO NOT = SPACES                                 05801026
058015             CONTINUE                                             05801526
058016        WHEN WS-NUNOTAS NOT < W-MAX-NOTAS                         05801626
058017             MOVE "NOTAS EN EL LIMITE - AVISE A REGISTRO"         05801726
058018                  TO MTXMSGO                                      05801826
058020        WHEN W-CANT-SUPERADAS > 0 AND W-CANT-CONVALIDADAS > 0     05802026
058025             MOVE "(S) SUPERADO, (C) CONVALIDADA: NO PROMEDIAN"   05802526
058030                  TO MTXMSGO                                      05803026
058035        WHEN W-CANT-SUPERADAS > 0                                 05803526
058040             MOVE "(S) = INTENTO SUPERADO, NO PROMEDIA"           05804026
058060                  TO MTXMSGO                                      05806026
058068        WHEN W-CANT-CONVALIDADAS > 0                              05806826
058076             MOVE "(C) = CURSO CONVALIDADO, NO PROMEDIA"          05807626
058084                  TO MTXMSGO                                      05808426
058092     END-EVALUATE                                                 05809226
058100     .                                                            05810026
058200 3860-SUMA-NOTA.                                                  05820026
058210     EVALUATE TRUE                                                05821026
058220        WHEN INTENTO-SUPERADO (IX-NOTA)                           05822026
058240             ADD 1 TO W-CANT-SUPERADAS                            05824026
058250        WHEN INTENTO-CONVALIDADO (IX-NOTA)                        05825026
058260             ADD 1 TO W-CANT-CONVALIDADAS                         05826026
058270        WHEN OTHER                                                05827026
058300             ADD NOTA (IX-NOTA) TO W-SUMA-NOTAS                   05830026
058330             ADD 1 TO W-CANT-VIGENTES                             05833026
058360     END-EVALUATE                                                 05836026
058400     .                                                            05840026
058401 3800-MARCA-INTENTOS.                                             05840126
058402*************************************************************     05840226
058403*    MARCA CADA NOTA DE NOTAEST COMO VIGENTE ("V") O       *      05840326
058404*    SUPERADA ("S") POR OTRO INTENTO DEL MISMO CURSO, CON  *      05840426
058405*  LA MISMA REGLA QUE APLICA EL BATCH (PSNSNP01/PSNXRF01): *      05840526
058406*      "R" - GANA EL INTENTO DE AAAA + TERMINO MAYOR       *      05840626
058407*      "M" - GANA LA MEJOR NOTA; EN EMPATE, LA MAS RECIENTE*      05840726
058408*    SE LLAMA CADA VEZ QUE SE CARGA LA TABLA (3200 Y 3750) *      05840826
058409*************************************************************     05840926
058410     PERFORM 3805-LEE-REGLA-REPITE                                05841026
058411     IF WS-NUNOTAS > 0 THEN                                       05841126
058412        PERFORM 3810-EVALUA-INTENTO                               05841226
058413               VARYING W-I FROM 1 BY 1                            05841326
058414               UNTIL W-I > WS-NUNOTAS                             05841426
058415     END-IF                                                       05841526
058416     .                                                            05841626
058417 3805-LEE-REGLA-REPITE.                                           05841726
058418*************************************************************     05841826
058419*    LEE LA REGLA DE CURSOS REPETIDOS EN PARAMNOT. SIN     *      05841926
058420*    REGISTRO, CON VALOR NO VALIDO O CON ERROR DE LECTURA  *      05842026
058421*    SE APLICA "R" (EL INTENTO MAS RECIENTE)               *      05842126
058422*************************************************************     05842226
058423     MOVE "R" TO W-REGLA-REPITE                                   05842326
058424     MOVE "REPITE" TO PA-CLAVE                                    05842426
058425     EXEC CICS READ                                               05842526
058426          FILE('PARAMNOT')                                        05842626
058427          INTO(REG-PARAMETRO)                                     05842726
058428          RIDFLD(PA-CLAVE)                                        05842826
058429          NOHANDLE                                                05842926
058430     END-EXEC                                                     05843026
058431     IF EIBRESP = 0 AND (PA-REPITE-RECIENTE OR PA-REPITE-MEJOR)   05843126
058432        THEN                                                      05843226
058433        MOVE PA-REGLA-REPITE TO W-REGLA-REPITE                    05843326
058434     END-IF                                                       05843426
058435     .                                                            05843526
058436 3810-EVALUA-INTENTO.                                             05843626
058437     SET INTENTO-VIGENTE (W-I) TO TRUE                            05843726
058438     PERFORM 3820-COMPARA-INTENTO                                 05843826
058439            VARYING W-J FROM 1 BY 1                               05843926
058440            UNTIL W-J > WS-NUNOTAS OR INTENTO-SUPERADO (W-I)      05844026
058441     .                                                            05844126
058442 3820-COMPARA-INTENTO.                                            05844226
058443     IF W-J NOT = W-I AND CURSO (W-J) = CURSO (W-I) THEN          05844326
058444        MOVE "N" TO W-SW-MAS-RECIENTE                             05844426
058445        IF AAAA (W-J) > AAAA (W-I)                                05844526
058446           OR (AAAA (W-J) = AAAA (W-I)                            05844626
058447               AND TERMINO (W-J) > TERMINO (W-I)) THEN            05844726
058448           MOVE "S" TO W-SW-MAS-RECIENTE                          05844826
058449        END-IF                                                    05844926
058450        EVALUATE TRUE                                             05845026
058451           WHEN REGLA-RECIENTE AND MAS-RECIENTE                   05845126
058452                SET INTENTO-SUPERADO (W-I) TO TRUE                05845226
058453           WHEN REGLA-MEJOR AND NOTA (W-J) > NOTA (W-I)           05845326
058454                SET INTENTO-SUPERADO (W-I) TO TRUE                05845426
058455           WHEN REGLA-MEJOR AND NOTA (W-J) = NOTA (W-I)           05845526
058456                AND MAS-RECIENTE                                  05845626
058457                SET INTENTO-SUPERADO (W-I) TO TRUE                05845726
058458        END-EVALUATE                                              05845826
058459     END-IF                                                       05845926
058460     .                                                            05846026
058462 3900-HISTORIA-DE-NOTA.                                           05846226
058464************************************************************      05846426
058466*    PF5 - TRASPASA EL CONTROL A SN14 (PSNETS14) CON EL    *      05846626
058468*    DNI CONSULTADO EN CAH-DNI; ALLI SE TECLEA EL CURSO,   *      05846826
058470*    ANIO Y TERMINO DE LA NOTA CUYA HISTORIA SE QUIERE VER *      05847026
058472************************************************************      05847226
058474     MOVE SPACES      TO MI-COMMAREA-SN14                         05847426
058476     MOVE MDNIESI     TO CAH-DNI                                  05847626
058478     MOVE CA-OPERADOR TO CAH-OPERADOR                             05847826
058480     MOVE CA-TIPOUSUA TO CAH-TIPOUSUA                             05848026
058482     EXEC CICS RETURN                                             05848226
058484          TRANSID('SN14')                                         05848426
058486          COMMAREA(MI-COMMAREA-SN14)                              05848626
058488          LENGTH(LENGTH OF MI-COMMAREA-SN14)                      05848826
058490     END-EXEC                                                     05849026
058492     .                                                            05849226
058500 4000-BUSCAR-NRO-NOTAS-DNI.                                       05850026
058600                                                                  05860026
058700      EXEC CICS LINK PROGRAM('PSNETS53')                          05870026
058900           LENGTH(LENGTH OF AREA-LINK)                            05890026
059000      END-EXEC                                                    05900026
059100      .                                                           05910026
059102 3870-CARGA-CONVALIDADAS.                                         05910226
059104************************************************************      05910426
059106*    AGREGA A NOTAEST LOS CURSOS CONVALIDADOS DEL DNI      *      05910626
059108*    RECORRIENDO CONVALID DESDE LA LLAVE DNI + BAJOS; SE   *      05910826
059110*    MARCAN "C" Y LLEVAN LA NOTA Y EL ANIO DEL ORIGEN.     *      05911026
059112*    SE LLAMA DESPUES DE 3800 (3200 Y 3750)                *      05911226
059114************************************************************      05911426
059116     MOVE MDNIESI    TO CV-DNI                                    05911626
059118     MOVE LOW-VALUES TO CV-CURSO                                  05911826
059120     EXEC CICS STARTBR                                            05912026
059122          FILE('CONVALID')                                        05912226
059124          RIDFLD(CV-LLAVE)                                        05912426
059126          GTEQ                                                    05912626
059128          NOHANDLE                                                05912826
059130     END-EXEC                                                     05913026
059132     IF EIBRESP = 0 THEN                                          05913226
059134        MOVE "N" TO W-FIN-BR-CONV                                 05913426
059136        PERFORM 3875-LEE-CONVALIDADA                              05913626
059138               UNTIL W-FIN-BR-CONV = "S"                          05913826
059140        EXEC CICS ENDBR                                           05914026
059142             FILE('CONVALID')                                     05914226
059144             NOHANDLE                                             05914426
059146        END-EXEC                                                  05914626
059148     END-IF                                                       05914826
059150     .                                                            05915026
059152 3875-LEE-CONVALIDADA.                                            05915226
059154     EXEC CICS READNEXT                                           05915426
059156          FILE('CONVALID')                                        05915626
059158          INTO(REG-CONVALIDACION)                                 05915826
059160          RIDFLD(CV-LLAVE)                                        05916026
059162          NOHANDLE                                                05916226
059164     END-EXEC                                                     05916426
059166*    OTRO DNI, ENDFILE (20) O LA TABLA LLENA: FIN DEL BROWSE      05916626
059168     IF EIBRESP = 0 AND CV-DNI = MDNIESI                          05916826
059169        AND WS-NUNOTAS < W-MAX-NOTAS THEN                         05916926
059170        ADD 1 TO WS-NUNOTAS                                       05917026
059172        MOVE CV-CURSO       TO CURSO (WS-NUNOTAS)                 05917226
059174        MOVE CV-AAAA-ORIGEN TO AAAA (WS-NUNOTAS)                  05917426
059176        MOVE "0"            TO TERMINO (WS-NUNOTAS)               05917626
059178        MOVE CV-NOTA-EXT    TO W-EDI-NOTA                         05917826
059180        MOVE W-EDI-NOTA-N   TO NOTA (WS-NUNOTAS)                  05918026
059182        SET INTENTO-CONVALIDADO (WS-NUNOTAS) TO TRUE              05918226
059184        MOVE "S" TO W-DNI-HALLADO                                 05918426
059186     ELSE                                                         05918626
059188        MOVE "S" TO W-FIN-BR-CONV                                 05918826
059190     END-IF                                                       05919026
059192     .                                                            05919226
059200 4100-BUSCAR-CURSO.                                               05920026
059300                                                                  05930026
059400      EXEC CICS LINK PROGRAM('PSNETS63')                          05940026
061300          LENGTH(LENGTH OF AREA-LINK-AUDITORIA)                   06130026
061400     END-EXEC                                                     06140026
061500     .                                                            06150026
061503 3950-VERIFICA-ALCANCE-DNI.                                       06150326
061506************************************************************      06150626
061509*    CON SESION FIRMADA EN SN01, EL TIPO DE USUARIO SIN LA *      06150926
061512*    FUNCION C (CONSULTA) DE SN03 EN AUTORIZA SOLO PUEDE   *      06151226
061515*    VER SU PROPIO DNI. SIN SESION FIRMADA NO SE AMARRA    *      06151526
061518*    (IGUAL QUE ANTES DEL SIGN-ON SN01)                    *      06151826
061521************************************************************      06152126
061524     MOVE "N" TO W-SOLO-PROPIO-DNI                                06152426
061527     IF CA-TIPOUSUA NOT = SPACES AND LOW-VALUES THEN              06152726
061530        MOVE CA-TIPOUSUA TO LK-AZ-TIPOUSUA                        06153026
061533        MOVE "SN03"      TO LK-AZ-TRANSACCION                     06153326
061536        MOVE "C"         TO LK-AZ-FUNCION                         06153626
061539        MOVE CA-OPERADOR TO LK-AZ-OPERADOR                        06153926
061542        MOVE "N"         TO LK-AZ-REGISTRA                        06154226
061545        MOVE 1           TO LK-AZ-COD-RET                         06154526
061548        PERFORM 4400-VERIFICA-AUTORIZACION                        06154826
061551        IF LK-AZ-COD-RET NOT = 0 THEN                             06155126
061554           MOVE "S" TO W-SOLO-PROPIO-DNI                          06155426
061557        END-IF                                                    06155726
061560     END-IF                                                       06156026
061563     .                                                            06156326
061566 4400-VERIFICA-AUTORIZACION.                                      06156626
061569      EXEC CICS LINK PROGRAM('PSNETS85')                          06156926
061572           COMMAREA(AREA-LINK-AUTORIZA)                           06157226
061575           LENGTH(LENGTH OF AREA-LINK-AUTORIZA)                   06157526
061578      END-EXEC                                                    06157826
061581      .                                                           06158126
061600 7000-ENVIO-MAPA.                                                 06160026
061610*    PARA UN ESTUDIANTE EL CAMPO DNI VIAJA PROTEGIDO (Y CON       06161026
061620*    SU PROPIO DNI PINTADO): NO PUEDE CURIOSEAR OTROS DNI         06162026
061630     IF W-SOLO-PROPIO-DNI = "S" THEN                              06163026
061640        MOVE DFHBMPRF    TO MDNIPROO                              06164026
061650        MOVE CA-OPERADOR TO MDNIESO                               06165026
061660     END-IF                                                       06166026
066110*    UN ESTUDIANTE SOLO CONSULTA SUS PROPIAS NOTAS: EL DNI        06611026
066120*    TECLEADO (SI LO HUBO) SE IGNORA Y SE CONSULTA EL DNI         06612026
066130*    FIRMADO EN SN01                                              06613026
066135     PERFORM 3950-VERIFICA-ALCANCE-DNI                            06613526
066140     IF W-SOLO-PROPIO-DNI = "S" THEN                              06614026
066150        MOVE CA-OPERADOR TO MDNIESI                               06615026
066160     END-IF                                                       06616026
066200     MOVE CA-IND-FROM TO W-IND-FROM                               06620026
068200               PERFORM 3400-HACIA-ATRAS                           06820026
068300          WHEN DFHPF8                                             06830026
068400               PERFORM 3300-HACIA-ADELANTE                        06840026
068430          WHEN DFHPF5                                             06843026
068460               PERFORM 3900-HISTORIA-DE-NOTA                      06846026
068500          WHEN OTHER                                              06850026
068600               MOVE "-TECLA NO HABILITADA-" TO MSG                06860026
068700               PERFORM 7200-MENSAJES-A-LA-PANTALLA                06870026
