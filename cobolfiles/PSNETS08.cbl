001000* PENDIENTE, "A" APRUEBA (APLICA LA OPERACION VIA PSNETS53 *      00100047
001100* Y LA AUDITA VIA PSNETS83 CON SUBTIPO 3) Y "R" RECHAZA    *      00110047
001200* (RETIRA EL PENDIENTE SIN TOCAR LA NOTA).                 *      00120047
001300* SOLO UN TIPO DE USUARIO CON LA FUNCION P (APROBAR) DE    *      00130047
001400* SN08 EN AUTORIZA PUEDE USAR LA PANTALLA.                 *      00140047
001500* CON CICS ENLAZA A:                                       *      00150047
001600* PSNETS53:APLICA (CAMBIO/BAJA) LA NOTA APROBADA           *      00160047
001700* PSNETS83:AUDITA LA OPERACION APLICADA                    *      00170047
001750* PSNETS85:AUTORIZA AL TIPO DE USUARIO DEL FIRMADO         *      00175047
001800*                                                          *      00180047
001900* EL PROGRAMA PSNETS08 ES LLAMADO DESDE PANTALLA CON LA    *      00190047
002000*    TRANSACCION CICS SN08 DESDE EL MAPA MSNNE08           *      00200047
002010* MODIFICACIONES 15/10/2026: CADA CAMBIO/BAJA APROBADO     *      00201047
002020*    DEJA SU MOVIMIENTO EN EL HISTORICO DE VALORES         *      00202047
002030*    NOTAHIST (VER RLHISNOT) VIA EL ENCAPSULADOR PSNETS84  *      00203047
002040*    (ORIGEN 3), CON EL VALOR QUE TENIA LA NOTA ANTES DE   *      00204047
002050*    APLICARLO Y EL SUPERVISOR QUE APRUEBA COMO OPERADOR   *      00205047
002060* MODIFICACIONES 15/10/2026: EL ACCESO SE CONSULTA EN      *      00206047
002070*    AUTORIZA (SN08, FUNCION P) VIA PSNETS85 EN LUGAR DEL  *      00207047
002080*    TIPO "ADMIN" FIJO; LA NEGATIVA SE AUDITA              *      00208047
002086* MODIFICACIONES 15/10/2026: LA NOTA ANTERIOR SE BUSCA     *      00208647
002092*    LEYENDO LAS NOTAS POR BLOQUES (PSNETS53 SUBTIPO 5)    *      00209247
002094*    UN SQLCODE DISTINTO DE 0 Y 100 AL LEERLAS NO APLICA   *      00209447
002096*    EL CAMBIO Y EL PENDIENTE QUEDA EN LA COLA             *      00209647
002100************************************************************      00210047
002200 ENVIRONMENT DIVISION.                                            00220047
002300 CONFIGURATION SECTION.                                           00230047
003650     05 W-PEND-OK            PIC X VALUE "N".                     00365047
003660     05 W-FIN-BR             PIC X VALUE "N".                     00366047
003670     05 W-PEND-HALLADO       PIC X VALUE "N".                     00367047
003677     05 W-FIN-NOTAS          PIC X VALUE "N".                     00367747
003691     05 W-NOTA-ANTERIOR      PIC 99V99 VALUE 0.                   00369147
003700 01  WS-SW-DEBUG.                                                 00370047
003800     05 W-SW-DEBUG    PIC X VALUE "N".                            00380047
003900 01  WS-DEBDIS-MSG.                                               00390047
011800     .                                                            01180047
011900 3200-PROCESA-DECISION.                                           01190047
012000************************************************************      01200047
012100*    VALIDA QUE EL FIRMADO PUEDA APROBAR (AUTORIZA) Y      *      01210047
012200*    DESPACHA SEGUN LA DECISION TECLEADA: BLANCO MUESTRA   *      01220047
012300*    EL SIGUIENTE PENDIENTE, "A" APRUEBA, "R" RECHAZA      *      01230047
012400************************************************************      01240047
014600        MOVE "INICIE SESION CON SN01 PARA APROBAR"                01460047
014700             TO MTXMSGO                                           01470047
014800     ELSE                                                         01480047
014810        MOVE CA-TIPOUSUA TO LK-AZ-TIPOUSUA                        01481047
014820        MOVE "SN08"      TO LK-AZ-TRANSACCION                     01482047
014830        MOVE "P"         TO LK-AZ-FUNCION                         01483047
014840        MOVE CA-OPERADOR TO LK-AZ-OPERADOR                        01484047
014850        MOVE "S"         TO LK-AZ-REGISTRA                        01485047
014860        MOVE 1           TO LK-AZ-COD-RET                         01486047
014870        PERFORM 4500-VERIFICA-AUTORIZACION                        01487047
014900        IF LK-AZ-COD-RET = 0 THEN                                 01490047
015000           MOVE "S" TO W-SUPERVISOR-OK                            01500047
015100           MOVE CA-OPERADOR TO MOPDNO                             01510047
015200        ELSE                                                      01520047
015300           MOVE "USUARIO NO AUTORIZADO A APROBAR"                 01530047
015400                TO MTXMSGO                                        01540047
015500        END-IF                                                    01550047
015600     END-IF                                                       01560047
023100*    APLICA EL PENDIENTE EN PANTALLA VIA PSNETS53, LO      *      02310047
023200*    AUDITA VIA PSNETS83 (SUBTIPO 3 = CAMBIO APROBADO EN   *      02320047
023300*    SN08, OPERADOR = SUPERVISOR) Y LO RETIRA DE LA COLA.  *      02330047
023400*    SI PSNETS53 FALLA (AL LEER LA NOTA ANTERIOR O AL      *      02340047
023450*    APLICAR) EL PENDIENTE SE CONSERVA                     *      02345047
023500************************************************************      02350047
023600     PERFORM 3550-LEE-PENDIENTE-UPDATE                            02360047
023700     IF W-PEND-OK = "S" THEN                                      02370047
023750        PERFORM 3520-BUSCA-NOTA-ANTERIOR                          02375047
023760     END-IF                                                       02376047
023770     IF W-PEND-OK = "S" THEN                                      02377047
023800        MOVE PC-OPERACION  TO LK-NT-TIPO-OPE                      02380047
023900        MOVE 1             TO LK-NT-SUBTIPO                       02390047
024000        MOVE PC-DNI        TO LK-NT-DNIESTUD                      02400047
025300           MOVE WS-FECHA-AAAA-MM-DD      TO LK-AU-FECHA           02530047
025400           MOVE WS-HORA-MINUTOS-SEGUNDOS TO LK-AU-HORA            02540047
025500           PERFORM 4300-REGISTRA-AUDITORIA                        02550047
025550           PERFORM 4400-REGISTRA-HISTORIA                         02555047
025600           PERFORM 3580-BORRA-PENDIENTE                           02560047
025700           MOVE "CAMBIO APROBADO Y APLICADO" TO MTXMSGO           02570047
025800        ELSE                                                      02580047
026100        END-IF                                                    02610047
026200     END-IF                                                       02620047
026300     .                                                            02630047
026303 3520-BUSCA-NOTA-ANTERIOR.                                        02630347
026306************************************************************      02630647
026309*    TOMA EL VALOR QUE TIENE HOY LA NOTA DEL PENDIENTE,    *      02630947
026312*    PARA EL HISTORICO: PIDE A PSNETS53 LAS NOTAS DEL DNI  *      02631247
026315*    POR BLOQUES (TIPO 1 SUBTIPO 5, VER LKNOTAS) Y SE      *      02631547
026318*    QUEDA CON LA DE IGUAL CURSO + AAAA + TERMINO. OTRO    *      02631847
026320*    SQLCODE QUE 0 O 100 DEJA W-PEND-OK EN "N"             *      02632047
026322************************************************************      02632247
026324     MOVE 0      TO W-NOTA-ANTERIOR                               02632447
026327     SET LK-NT-OPE-CONSULTA TO TRUE                               02632747
026330     MOVE 5      TO LK-NT-SUBTIPO                                 02633047
026333     MOVE PC-DNI TO LK-NT-DNIESTUD                                02633347
026336     MOVE 100    TO LK-NT-SQLCODE                                 02633647
026339     MOVE 0      TO LK-NT-POSICION                                02633947
026342     MOVE "N"    TO W-FIN-NOTAS                                   02634247
026348     PERFORM 3530-REVISA-UNA-NOTA                                 02634847
026354             UNTIL W-FIN-NOTAS = "S"                              02635447
026357     .                                                            02635747
026359 3530-REVISA-UNA-NOTA.                                            02635947
026361     SET LK-NT-OPE-CONSULTA TO TRUE                               02636147
026363     MOVE 5      TO LK-NT-SUBTIPO                                 02636347
026365     MOVE PC-DNI TO LK-NT-DNIESTUD                                02636547
026367     PERFORM 4000-GRABAR-NOTA-ESTUDIANTE                          02636747
026369     IF LK-NT-SQLCODE NOT = 0 THEN                                02636947
026371        MOVE "S" TO W-FIN-NOTAS                                   02637147
026373        IF LK-NT-SQLCODE NOT = 100 THEN                           02637347
026375           MOVE "N" TO W-PEND-OK                                  02637547
026377           MOVE "ERROR LEYENDO NOTAS - PENDIENTE QUEDA"           02637747
026379                TO MTXMSGO                                        02637947
026381        END-IF                                                    02638147
026383     ELSE                                                         02638347
026385        IF LK-NT-CURSO = PC-CURSO                                 02638547
026387           AND LK-NT-AAAA = PC-AAAA                               02638747
026389           AND LK-NT-TERMINO = PC-TERMINO THEN                    02638947
026391           MOVE LK-NT-NOTA TO W-NOTA-ANTERIOR                     02639147
026393        END-IF                                                    02639347
026395     END-IF                                                       02639547
026397     .                                                            02639747
026400 3550-LEE-PENDIENTE-UPDATE.                                       02640047
026450     MOVE "N" TO W-PEND-OK                                        02645047
026500     IF CA-LLAVE-PEND = SPACES OR LOW-VALUES THEN                 02650047
030900          LENGTH(LENGTH OF AREA-LINK-AUDITORIA)                   03090047
031000     END-EXEC                                                     03100047
031100     .                                                            03110047
031103 4400-REGISTRA-HISTORIA.                                          03110347
031106*************************************************************     03110647
031109*    DEJA EL CAMBIO O BAJA APROBADO EN EL HISTORICO DE      *     03110947
031112*    VALORES VIA EL ENCAPSULADOR PSNETS84. LA BAJA NO TIENE *     03111247
031115*    VALOR NUEVO                                            *     03111547
031118*************************************************************     03111847
031121     MOVE PC-DNI                   TO LK-HN-DNI                   03112147
031124     MOVE PC-CURSO                 TO LK-HN-CURSO                 03112447
031127     MOVE PC-AAAA                  TO LK-HN-AAAA                  03112747
031130     MOVE PC-TERMINO               TO LK-HN-TERMINO               03113047
031133     MOVE WS-FECHA-AAAA-MM-DD      TO LK-HN-FECHA                 03113347
031136     MOVE WS-HORA-MINUTOS-SEGUNDOS TO LK-HN-HORA                  03113647
031139     MOVE PC-OPERACION             TO LK-HN-OPERACION             03113947
031142     MOVE W-NOTA-ANTERIOR          TO LK-HN-NOTA-ANTERIOR         03114247
031145     IF PC-OPE-ELIMINAR THEN                                      03114547
031148        MOVE 0                     TO LK-HN-NOTA-NUEVA            03114847
031151     ELSE                                                         03115147
031154        MOVE PC-NOTA-NUEVA         TO LK-HN-NOTA-NUEVA            03115447
031157     END-IF                                                       03115747
031160     MOVE CA-OPERADOR              TO LK-HN-OPERADOR              03116047
031163     MOVE 3                        TO LK-HN-ORIGEN                03116347
031166     EXEC CICS LINK PROGRAM('PSNETS84')                           03116647
031169          COMMAREA(AREA-LINK-HISTORIA)                            03116947
031172          LENGTH(LENGTH OF AREA-LINK-HISTORIA)                    03117247
031175     END-EXEC                                                     03117547
031178     .                                                            03117847
031181 4500-VERIFICA-AUTORIZACION.                                      03118147
031184      EXEC CICS LINK PROGRAM('PSNETS85')                          03118447
031187           COMMAREA(AREA-LINK-AUTORIZA)                           03118747
031190           LENGTH(LENGTH OF AREA-LINK-AUTORIZA)                   03119047
031193      END-EXEC                                                    03119347
031196      .                                                           03119647
031200 7000-ENVIO-MAPA.                                                 03120047
031300     MOVE SPACES TO MACCEO                                        03130047
031400     MOVE EIBTRMID TO CA-TERM                                     03140047
