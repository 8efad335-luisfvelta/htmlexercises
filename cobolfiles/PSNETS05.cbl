001600* PSNETS73:RESUELVE LA BUSQUEDA POR NOMBRE/APELLIDO        *      00160028
001700*          (TIPO-OPE 2: 1=CUENTA COINCIDENCIAS,            *      00170028
001800*                       2=TRAE COINCIDENCIA POR INDICE)    *      00180028
001830* PSNETS85:AUTORIZA LA BUSQUEDA AL TIPO DE USUARIO DEL     *      00183028
001860*          FIRMADO (ARCHIVO AUTORIZA, SN05 FUNCION C)      *      00186028
001900*                                                          *      00190028
002000* EL PROGRAMA PSNETS05 ES LLAMADO DESDE PANTALLA CON LA    *      00200028
002100*    TRANSACCION CICS SN05 DESDE EL MAPA MSNNE05           *      00210028
002110* MODIFICACIONES 23/08/2026: CONSERVA EN LA COMMAREA LA    *      00211028
002120*    IDENTIDAD FIRMADA EN SN01 (CA-OPERADOR/CA-TIPOUSUA)   *      00212028
002130*    Y LA TRASPASA A SN03 AL SELECCIONAR UN ESTUDIANTE     *      00213028
002140* MODIFICACIONES 15/10/2026: CADA ENTER EXIGE SESION       *      00214028
002150*    FIRMADA EN SN01 Y LA FUNCION C DE SN05 CONCEDIDA AL   *      00215028
002160*    TIPO DE USUARIO EN AUTORIZA (PSNETS85); LA NEGATIVA   *      00216028
002170*    SE AUDITA                                             *      00217028
002200************************************************************      00220028
002300 ENVIRONMENT DIVISION.                                            00230028
002400 CONFIGURATION SECTION.                                           00240028
007400     05 W-LIN-DISPLAY        PIC 9(01).                           00740028
007500     05 W-LIN-DISPLAY-X REDEFINES W-LIN-DISPLAY PIC X(1).         00750028
007550     05 W-SW-LINEA-VALIDA    PIC X(01) VALUE "S".                 00750028
007570     05 W-CONSULTA-OK        PIC X(01) VALUE "N".                 00757028
007600 01  WS-SW-DEBUG.                                                 00760028
007700     05 W-SW-DEBUG    PIC X VALUE "N".                            00770028
007800 01  WS-DEBDIS-MSG.                                               00780028
020300        MOVE LK-US-APELLIDOS TO MVAPEDAT (IX-LINBUS)              02030028
020400     END-IF                                                       02040028
020500     .                                                            02050028
020504 3250-AUTORIZA-CONSULTA.                                          02050428
020508************************************************************      02050828
020512*    SOLO CON SESION FIRMADA EN SN01, Y SI EL TIPO DE      *      02051228
020516*    USUARIO TIENE LA FUNCION C DE SN05 EN AUTORIZA        *      02051628
020520*    (MISMO PROTOCOLO QUE 3250 DE PSNETS06)                *      02052028
020524************************************************************      02052428
020528     MOVE "N" TO W-CONSULTA-OK                                    02052828
020532     IF CA-OPERADOR = SPACES OR LOW-VALUES THEN                   02053228
020536        MOVE "INICIE SESION CON SN01 PARA USAR SN05" TO MTXMSGO   02053628
020540     ELSE                                                         02054028
020544        MOVE CA-TIPOUSUA TO LK-AZ-TIPOUSUA                        02054428
020548        MOVE "SN05"      TO LK-AZ-TRANSACCION                     02054828
020552        MOVE "C"         TO LK-AZ-FUNCION                         02055228
020556        MOVE CA-OPERADOR TO LK-AZ-OPERADOR                        02055628
020560        MOVE "S"         TO LK-AZ-REGISTRA                        02056028
020564        MOVE 1           TO LK-AZ-COD-RET                         02056428
020568        PERFORM 4300-VERIFICA-AUTORIZACION                        02056828
020572        IF LK-AZ-COD-RET = 0 THEN                                 02057228
020576           MOVE "S" TO W-CONSULTA-OK                              02057628
020580        ELSE                                                      02058028
020584           MOVE "OPERACION NO AUTORIZADA A SU USUARIO" TO MTXMSGO 02058428
020588        END-IF                                                    02058828
020592     END-IF                                                       02059228
020596     .                                                            02059628
020600 3800-SELECCIONAR-ESTUDIANTE.                                     02060028
020700************************************************************      02070028
020800*    TOMA EL NUMERO DE LINEA TECLEADO EN MSELECI Y TRASPASA *     02080028
024200           LENGTH(LENGTH OF AREA-LINK-USUARIO)                    02420028
024300      END-EXEC                                                    02430028
024400      .                                                           02440028
024410 4300-VERIFICA-AUTORIZACION.                                      02441028
024420      EXEC CICS LINK PROGRAM('PSNETS85')                          02442028
024430           COMMAREA(AREA-LINK-AUTORIZA)                           02443028
024440           LENGTH(LENGTH OF AREA-LINK-AUTORIZA)                   02444028
024450      END-EXEC                                                    02445028
024460      .                                                           02446028
024500 7000-ENVIO-MAPA.                                                 02450028
024600     MOVE EIBTRMID TO CA-TERM                                     02460028
024700     MOVE EIBTRNID TO CA-TRANS                                    02470028
026400     END-EXEC                                                     02640028
026500     EVALUATE EIBAID                                              02650028
026600          WHEN DFHENTER                                           02660028
026610               PERFORM 3250-AUTORIZA-CONSULTA                     02661028
026620               IF W-CONSULTA-OK = "N" THEN                        02662028
026630                  PERFORM 7000-ENVIO-MAPA                         02663028
026640                  PERFORM 7800-RETORNO-TRANSACCION                02664028
026650               END-IF                                             02665028
026700               IF MSELECI = SPACES OR LOW-VALUES THEN             02670028
026800                  PERFORM 3200-BUSCAR-ESTUDIANTES                 02680028
026900                  PERFORM 7000-ENVIO-MAPA                         02690028
