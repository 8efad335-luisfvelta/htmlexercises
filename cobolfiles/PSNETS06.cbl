001400*          NO SEA DE TIPO "ESTUD"                          *      00140035
001500* PSNETS63:GRABA (ALTA/CAMBIO/DESACTIVACION) EL CURSO VIA  *      00150035
001600*          LOS CAMPOS AREA-LINK-CUR (LK-CU-*)              *      00160035
001630* PSNETS85:AUTORIZA LA OPERACION AL TIPO DE USUARIO DEL    *      00163035
001660*          FIRMADO (ARCHIVO AUTORIZA, TRANSACCION SN06)    *      00166035
001700*                                                          *      00170035
001800* EL PROGRAMA PSNETS06 ES LLAMADO DESDE PANTALLA CON LA    *      00180035
001900*    TRANSACCION CICS SN06 DESDE EL MAPA MSNNE06           *      00190035
001920* MODIFICACIONES 15/10/2026: EL MANTENIMIENTO EXIGE SESION *      00192035
001940*    FIRMADA EN SN01 Y QUE LA OPERACION I/A/E ESTE         *      00194035
001960*    CONCEDIDA AL TIPO DE USUARIO EN AUTORIZA (PSNETS85);  *      00196035
001980*    LA NEGATIVA SE AUDITA                                 *      00198035
002000************************************************************      00200035
002100 ENVIRONMENT DIVISION.                                            00210035
002200 CONFIGURATION SECTION.                                           00220035
005100     03 CA-TRANS  PIC XXXX.                                       00510035
005200     03 CA-TERM   PIC XXXX.                                       00520035
005300     03 CA-DNI    PIC X(9).                                       00530035
005400     03 CA-RESTO.                                                 00540035
005410        05 FILLER        PIC X(36).                               00541035
005420*       IDENTIDAD FIRMADA EN SN01 (PSNETS01), EN LA MISMA         00542035
005430*       POSICION (BYTES 54-67) QUE EN LAS DEMAS COMMAREAS SN0X    00543035
005440        05 CA-OPERADOR   PIC X(9).                                00544035
005450        05 CA-TIPOUSUA   PIC X(5).                                00545035
005460        05 FILLER        PIC X(33).                               00546035
005500* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  00550035
005600 COPY LKNOTAS.                                                    00560035
005700 01 MENSAJES.                                                     00570035
011600        END-IF                                                    01160035
011700     END-IF                                                       01170035
011800     .                                                            01180035
011804 3250-AUTORIZA-OPERACION.                                         01180435
011808************************************************************      01180835
011812*    SOLO CON SESION FIRMADA EN SN01, Y SI EL TIPO DE      *      01181235
011816*    USUARIO TIENE LA OPERACION MOPEEI DE SN06 EN AUTORIZA *      01181635
011820************************************************************      01182035
011824     IF CA-OPERADOR = SPACES OR LOW-VALUES THEN                   01182435
011828        MOVE "N" TO W-OPE-VALIDA                                  01182835
011832        MOVE "INICIE SESION CON SN01 PARA USAR SN06" TO MTXMSGO   01183235
011836     ELSE                                                         01183635
011840        MOVE CA-TIPOUSUA TO LK-AZ-TIPOUSUA                        01184035
011844        MOVE "SN06"      TO LK-AZ-TRANSACCION                     01184435
011848        MOVE MOPEEI      TO LK-AZ-FUNCION                         01184835
011852        MOVE CA-OPERADOR TO LK-AZ-OPERADOR                        01185235
011856        MOVE "S"         TO LK-AZ-REGISTRA                        01185635
011860        MOVE 1           TO LK-AZ-COD-RET                         01186035
011864        PERFORM 4300-VERIFICA-AUTORIZACION                        01186435
011868        IF LK-AZ-COD-RET NOT = 0 THEN                             01186835
011872           MOVE "N" TO W-OPE-VALIDA                               01187235
011876           MOVE "OPERACION NO AUTORIZADA A SU USUARIO" TO MTXMSGO 01187635
011880        END-IF                                                    01188035
011884     END-IF                                                       01188435
011888     .                                                            01188835
011900 3300-GRABAR-CURSO.                                               01190035
012000************************************************************      01200035
012100*    ALTA (I), CAMBIO (A) O DESACTIVACION (E) DEL CURSO    *      01210035
014000             MOVE "N" TO W-OPE-VALIDA                             01400035
014100             MOVE "OPERACION INVALIDA - USE I/A/E" TO MTXMSGO     01410035
014200     END-EVALUATE                                                 01420035
014220     IF W-OPE-VALIDA = "S" THEN                                   01422035
014240        PERFORM 3250-AUTORIZA-OPERACION                           01424035
014260     END-IF                                                       01426035
014300     IF W-OPE-VALIDA = "S" AND MOPEEI NOT = "E" THEN              01430035
014400        IF MDESEI = SPACES OR LOW-VALUES THEN                     01440035
014500           MOVE "N" TO W-OPE-VALIDA                               01450035
019700           LENGTH(LENGTH OF AREA-LINK-USUARIO)                    01970035
019800      END-EXEC                                                    01980035
019900      .                                                           01990035
019910 4300-VERIFICA-AUTORIZACION.                                      01991035
019920      EXEC CICS LINK PROGRAM('PSNETS85')                          01992035
019930           COMMAREA(AREA-LINK-AUTORIZA)                           01993035
019940           LENGTH(LENGTH OF AREA-LINK-AUTORIZA)                   01994035
019950      END-EXEC                                                    01995035
019960      .                                                           01996035
020000 7000-ENVIO-MAPA.                                                 02000035
020100     MOVE MCUREI TO MCUREO                                        02010035
020200     MOVE MDESEI TO MDESEO                                        02020035
