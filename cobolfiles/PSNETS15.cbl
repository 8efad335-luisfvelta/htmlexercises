000100 IDENTIFICATION DIVISION.                                         00010072
000200 PROGRAM-ID. PSNNES15.                                            00020072
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030072
000400 DATE-WRITTEN. 15/10/2026.                                        00040072
000500 DATE-COMPILED.                                                   00050072
000600************************************************************      00060072
000700* PROGRAMA DE MANTENIMIENTO DE AUTORIZACIONES              *      00070072
000800* PERMITE A LOS ADMINISTRADORES DE SEGURIDAD CONSULTAR,    *      00080072
000900* CONCEDER O RETIRAR UNA FUNCION (C/I/A/E/P/S) DE UNA      *      00090072
001000* TRANSACCION SN0X/SN1X A UN TIPO DE USUARIO EN EL ARCHIVO *      00100072
001100* AUTORIZA (VER RLAUTORI), QUE CONSULTAN TODAS LAS         *      00110072
001200* PANTALLAS POR MEDIO DE PSNETS85 Y LA CARGA PSNMAT01.     *      00120072
001300* LA CONSULTA MUESTRA LAS FUNCIONES CONCEDIDAS AL TIPO EN  *      00130072
001400* LA TRANSACCION Y, SI SE TECLEA LA FUNCION, LA FECHA Y EL *      00140072
001500* OPERADOR DE SU ALTA. EL ALTA GRABA LA FECHA Y EL DNI DEL *      00150072
001600* USUARIO FIRMADO (AT-FECHA-CAMBIO, AT-OPERADOR).          *      00160072
001700* NO SE PUEDE RETIRAR SN15 AL PROPIO TIPO DE USUARIO, PARA *      00170072
001800* NO DEJAR EL ARCHIVO SIN QUIEN LO MANTENGA.               *      00180072
001900* SOLO UN USUARIO FIRMADO EN SN01 CUYO TIPO TENGA LA       *      00190072
002000* OPERACION DE SN15 EN AUTORIZA PUEDE USAR LA PANTALLA.    *      00200072
002100* CON CICS ENLAZA A:                                       *      00210072
002200* PSNETS85:AUTORIZACION DEL USUARIO FIRMADO                *      00220072
002300*                                                          *      00230072
002400* EL PROGRAMA PSNETS15 ES LLAMADO DESDE PANTALLA CON LA    *      00240072
002500*    TRANSACCION CICS SN15 DESDE EL MAPA MSNNE15           *      00250072
002600************************************************************      00260072
002700 ENVIRONMENT DIVISION.                                            00270072
002800 CONFIGURATION SECTION.                                           00280072
002900 SPECIAL-NAMES.                                                   00290072
003000 INPUT-OUTPUT SECTION.                                            00300072
003100 DATA DIVISION.                                                   00310072
003200 WORKING-STORAGE SECTION.                                         00320072
003300* COPY AREAS PARA FECHAS                                          00330072
003400 COPY WSFECHAS.                                                   00340072
003500* COPY MSNNE15 MAPA DEL PROGRAMA DE MANTENIMIENTO DE AUTORIZA     00350072
003600 COPY MSNNE15.                                                    00360072
003700 01  DATOS-TRABAJO.                                               00370072
003800     05 W-REGISTRO-OK        PIC X VALUE "N".                     00380072
003900     05 W-OPE-VALIDA         PIC X VALUE "N".                     00390072
004000     05 W-FIN-BR             PIC X VALUE "N".                     00400072
004100*    TRANSACCIONES QUE CONSULTAN AUTORIZA (SN01 ES EL SIGN-ON)    00410072
004200     05 W-TRANSACCION        PIC X(04).                           00420072
004300        88 W-TRN-VALIDA             VALUE "SN03" "SN04" "SN05"    00430072
004400                                          "SN06" "SN07" "SN08"    00440072
004500                                          "SN09" "SN10" "SN11"    00450072
004600                                          "SN12" "SN13" "SN14"    00460072
004700                                          "SN15".                 00470072
004800     05 W-NUM-FUN            PIC 9(02) VALUE 0.                   00480072
004900     05 W-MAX-FUN            PIC 9(02) VALUE 6.                   00490072
005000     05 W-LISTA-FUN          PIC X(06).                           00500072
005100     05 W-LISTA-FUN-R REDEFINES W-LISTA-FUN.                      00510072
005200        10 W-LST-FUN         PIC X OCCURS 6 TIMES.                00520072
005300     05 W-AUT-LLAVE.                                              00530072
005400        10 W-AUT-TIPOUSUA    PIC X(05).                           00540072
005500        10 W-AUT-TRANSACCION PIC X(04).                           00550072
005600        10 W-AUT-FUNCION     PIC X(01).                           00560072
005700     05 W-AUT-LLAVE-BR.                                           00570072
005800        10 W-AUT-BR-TIPOUSUA PIC X(05).                           00580072
005900        10 W-AUT-BR-TRANS    PIC X(04).                           00590072
006000        10 W-AUT-BR-FUNCION  PIC X(01).                           00600072
006100 01  WS-SW-DEBUG.                                                 00610072
006200     05 W-SW-DEBUG    PIC X VALUE "N".                            00620072
006300 01  WS-DEBDIS-MSG.                                               00630072
006400     05 W-TIME-DIS    PIC X(11).                                  00640072
006500     05 FILLER        PIC X VALUE SPACES.                         00650072
006600     05 W-PARRAFO     PIC X(10) VALUE SPACES.                     00660072
006700     05 FILLER        PIC X VALUE SPACES.                         00670072
006800     05 W-CAMPO       PIC X(10) VALUE SPACES.                     00680072
006900     05 FILLER        PIC X VALUE "=".                            00690072
007000     05 W-VALOR       PIC X(20).                                  00700072
007100     05 FILLER        PIC X VALUE SPACES.                         00710072
007200     05 W-FECHA-DIS   PIC X(10).                                  00720072
007300* AYUDAS DE BMS                                                   00730072
007400 COPY DFHAID.                                                     00740072
007500 COPY DFHBMSCA.                                                   00750072
007600 01 MI-COMMAREA PIC X(100).                                       00760072
007700 01 MI-COMMAREA-RED REDEFINES MI-COMMAREA.                        00770072
007800     03 CA-TRANS  PIC XXXX.                                       00780072
007900     03 CA-TERM   PIC XXXX.                                       00790072
008000     03 CA-DNI    PIC X(9).                                       00800072
008100     03 CA-RESTO.                                                 00810072
008200        05 FILLER        PIC X(36).                               00820072
008300*       IDENTIDAD FIRMADA EN SN01 (PSNETS01); VIAJA EN LA         00830072
008400*       MISMA POSICION (BYTES 54-67) EN LAS COMMAREAS DE          00840072
008500*       SN03/SN04/SN05 PARA SOBREVIVIR LOS TRASPASOS              00850072
008600        05 CA-OPERADOR   PIC X(9).                                00860072
008700        05 CA-TIPOUSUA   PIC X(5).                                00870072
008800        05 FILLER        PIC X(33).                               00880072
008900* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  00890072
009000 COPY LKNOTAS.                                                    00900072
009100* AUTORIZA ES UN ARCHIVO MANEJADO POR CICS (SIN OPEN/CLOSE        00910072
009200* DESDE ESTE PROGRAMA); REG-AUTORIZACION SOLO SE NECESITA COMO    00920072
009300* AREA DE TRABAJO PARA LOS EXEC CICS READ/WRITE/DELETE            00930072
009400 COPY RLAUTORI.                                                   00940072
009500 01 MENSAJES.                                                     00950072
009600    03 MSG-FIN-SESION PIC X(18) VALUE "AU REVOIR MON AMI!".       00960072
009700    03 MSG    PIC X(50) VALUE SPACES.                             00970072
009800 LINKAGE SECTION.                                                 00980072
009900*    INSERTADO POR EL TRADUCTOR CICS DELANTE DE LA APLICACION     00990072
010000 COPY DFHEIBLK.                                                   01000072
010100 01 DFHCOMMAREA PIC X(100).                                       01010072
010200 PROCEDURE DIVISION.                                              01020072
010300 0000-MAIN.                                                       01030072
010400     PERFORM 1000-INICIO-DE-PROGRAMA                              01040072
010500     PERFORM 2000-MANEJO-DE-CICLOS-DE-CICS                        01050072
010600     PERFORM 9999-FIN-DE-PROGRAMA                                 01060072
010700     .                                                            01070072
010800 1000-INICIO-DE-PROGRAMA.                                         01080072
010900     CONTINUE                                                     01090072
011000     .                                                            01100072
011100 2000-MANEJO-DE-CICLOS-DE-CICS.                                   01110072
011200     IF EIBCALEN = 0 THEN                                         01120072
011300*       PRIMERA ENTRADA SIN COMMAREA: SE LIMPIA MI-COMMAREA       01130072
011400*       PARA NO ARRASTRAR BASURA EN CA-OPERADOR/CA-TIPOUSUA       01140072
011500        MOVE SPACES TO MI-COMMAREA                                01150072
011600        PERFORM 3100-CARGA-DATOS-PARA-MAPA                        01160072
011700        PERFORM 7000-ENVIO-MAPA                                   01170072
011800        PERFORM 7800-RETORNO-TRANSACCION                          01180072
011900     ELSE                                                         01190072
012000        MOVE DFHCOMMAREA TO MI-COMMAREA                           01200072
012100        PERFORM 7100-RECIBO-DE-MAPA                               01210072
012200     END-IF                                                       01220072
012300     .                                                            01230072
012400 3100-CARGA-DATOS-PARA-MAPA.                                      01240072
012500     PERFORM 3150-GET-DATES                                       01250072
012600     MOVE SPACES TO MTXMSGO                                       01260072
012700     MOVE SPACES TO MLSTEO                                        01270072
012800     MOVE SPACES TO MFECEO                                        01280072
012900     MOVE SPACES TO MOPREO                                        01290072
013000     .                                                            01300072
013100 3150-GET-DATES.                                                  01310072
013200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         01320072
013300     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        01330072
013400     MOVE WS-CURRENT-MONTH      TO WS-MM                          01340072
013500     MOVE WS-CURRENT-DAY        TO WS-DD                          01350072
013600     MOVE WS-CURRENT-HH         TO WS-HH-F1                       01360072
013700     MOVE WS-CURRENT-MM         TO WS-MM-F1                       01370072
013800     MOVE WS-CURRENT-SS         TO WS-SS-F1                       01380072
013900     MOVE WS-CURRENT-CC         TO WS-CC-F1                       01390072
014000     .                                                            01400072
014100 3250-VALIDA-REGISTRO.                                            01410072
014200************************************************************      01420072
014300*    VALIDA QUE EL FIRMADO EN SN01 TENGA LA OPERACION      *      01430072
014400*    MOPEEI DE SN15 EN AUTORIZA (PSNETS85), MISMO          *      01440072
014500*    PROTOCOLO QUE 3250-VALIDA-REGISTRO DE PSNETS10        *      01450072
014600************************************************************      01460072
014700     MOVE "N" TO W-REGISTRO-OK                                    01470072
014800     IF CA-OPERADOR = SPACES OR LOW-VALUES THEN                   01480072
014900        MOVE "INICIE SESION CON SN01 PARA USAR SN15"              01490072
015000             TO MTXMSGO                                           01500072
015100     ELSE                                                         01510072
015200*       UNA OPERACION FUERA DE LA LISTA NO SE CONSULTA: LA        01520072
015300*       RECHAZA MAS ADELANTE EL EVALUATE DE 3300                  01530072
015400        MOVE 0 TO LK-AZ-COD-RET                                   01540072
015500        IF MOPEEI = "C" OR "I" OR "E" THEN                        01550072
015600           MOVE CA-TIPOUSUA TO LK-AZ-TIPOUSUA                     01560072
015700           MOVE "SN15"      TO LK-AZ-TRANSACCION                  01570072
015800           MOVE MOPEEI      TO LK-AZ-FUNCION                      01580072
015900           MOVE CA-OPERADOR TO LK-AZ-OPERADOR                     01590072
016000           MOVE "S"         TO LK-AZ-REGISTRA                     01600072
016100           MOVE 1           TO LK-AZ-COD-RET                      01610072
016200           PERFORM 4500-VERIFICA-AUTORIZACION                     01620072
016300        END-IF                                                    01630072
016400        IF LK-AZ-COD-RET = 0 THEN                                 01640072
016500           MOVE "S" TO W-REGISTRO-OK                              01650072
016600           MOVE CA-OPERADOR TO MOPDNO                             01660072
016700        ELSE                                                      01670072
016800           MOVE "OPERACION NO AUTORIZADA A SU USUARIO"            01680072
016900                TO MTXMSGO                                        01690072
017000        END-IF                                                    01700072
017100     END-IF                                                       01710072
017200     .                                                            01720072
017300 3300-MANTIENE-AUTORIZACION.                                      01730072
017400************************************************************      01740072
017500*    CONSULTA (C), ALTA (I) O BAJA (E) DE LA FUNCION       *      01750072
017600*    TECLEADA, SEGUN MOPEEI; AL TERMINAR SE MUESTRAN LAS   *      01760072
017700*    FUNCIONES QUE QUEDAN CONCEDIDAS EN LA TRANSACCION     *      01770072
017800************************************************************      01780072
017900     MOVE "-> 3300-MANT-AUT----" TO W-PARRAFO                     01790072
018000     MOVE "MOPEEI" TO W-CAMPO                                     01800072
018100     MOVE MOPEEI TO W-VALOR                                       01810072
018200     PERFORM 9100-DEB-DIS                                         01820072
018300     MOVE SPACES TO MTXMSGO                                       01830072
018400     MOVE SPACES TO MLSTEO                                        01840072
018500     MOVE SPACES TO MFECEO                                        01850072
018600     MOVE SPACES TO MOPREO                                        01860072
018700     PERFORM 3250-VALIDA-REGISTRO                                 01870072
018800     IF W-REGISTRO-OK = "S" THEN                                  01880072
018900        MOVE "S" TO W-OPE-VALIDA                                  01890072
019000        EVALUATE MOPEEI                                           01900072
019100           WHEN "C"                                               01910072
019200                CONTINUE                                          01920072
019300           WHEN "I"                                               01930072
019400                CONTINUE                                          01940072
019500           WHEN "E"                                               01950072
019600                CONTINUE                                          01960072
019700           WHEN OTHER                                             01970072
019800                MOVE "N" TO W-OPE-VALIDA                          01980072
019900                MOVE "OPERACION INVALIDA - USE C/I/E" TO MTXMSGO  01990072
020000        END-EVALUATE                                              02000072
020100        IF W-OPE-VALIDA = "S" THEN                                02010072
020200           PERFORM 3320-VALIDA-DATOS                              02020072
020300        END-IF                                                    02030072
020400        IF W-OPE-VALIDA = "S" THEN                                02040072
020500           MOVE MTIPEI TO W-AUT-TIPOUSUA                          02050072
020600           MOVE MTRNEI TO W-AUT-TRANSACCION                       02060072
020700           MOVE MFUNEI TO W-AUT-FUNCION                           02070072
020800           EVALUATE MOPEEI                                        02080072
020900              WHEN "C"                                            02090072
021000                   PERFORM 3400-CONSULTA-AUTORIZACION             02100072
021100              WHEN "I"                                            02110072
021200                   PERFORM 3500-ALTA-AUTORIZACION                 02120072
021300              WHEN "E"                                            02130072
021400                   PERFORM 3600-BAJA-AUTORIZACION                 02140072
021500           END-EVALUATE                                           02150072
021600           PERFORM 3450-LISTA-FUNCIONES                           02160072
021700        END-IF                                                    02170072
021800     END-IF                                                       02180072
021900     PERFORM 7000-ENVIO-MAPA                                      02190072
022000     PERFORM 7800-RETORNO-TRANSACCION                             02200072
022100     .                                                            02210072
022200 3320-VALIDA-DATOS.                                               02220072
022300************************************************************      02230072
022400*    EL TIPO DE USUARIO Y LA TRANSACCION SON OBLIGATORIOS; *      02240072
022500*    LA FUNCION ES OBLIGATORIA PARA I/E Y EN LA CONSULTA   *      02250072
022600*    PUEDE IR EN BLANCO (SOLO LA LISTA DE CONCEDIDAS)      *      02260072
022700************************************************************      02270072
022800     IF MTIPEI = SPACES OR LOW-VALUES THEN                        02280072
022900        MOVE "N" TO W-OPE-VALIDA                                  02290072
023000        MOVE "TECLEE EL TIPO DE USUARIO" TO MTXMSGO               02300072
023100     END-IF                                                       02310072
023200     MOVE MTRNEI TO W-TRANSACCION                                 02320072
023300     IF W-OPE-VALIDA = "S" AND NOT W-TRN-VALIDA THEN              02330072
023400        MOVE "N" TO W-OPE-VALIDA                                  02340072
023500        MOVE "TRANSACCION INVALIDA - USE SN03 A SN15"             02350072
023600             TO MTXMSGO                                           02360072
023700     END-IF                                                       02370072
023800     IF MFUNEI = LOW-VALUES THEN                                  02380072
023900        MOVE SPACES TO MFUNEI                                     02390072
024000     END-IF                                                       02400072
024100     MOVE MFUNEI TO AT-FUNCION                                    02410072
024200     IF W-OPE-VALIDA = "S" AND NOT AT-FUN-VALIDA THEN             02420072
024300        IF MOPEEI NOT = "C" OR MFUNEI NOT = SPACES THEN           02430072
024400           MOVE "N" TO W-OPE-VALIDA                               02440072
024500           MOVE "FUNCION INVALIDA - USE C/I/A/E/P/S"              02450072
024600                TO MTXMSGO                                        02460072
024700        END-IF                                                    02470072
024800     END-IF                                                       02480072
024900     IF W-OPE-VALIDA = "S" AND MOPEEI = "E" AND                   02490072
025000        MTIPEI = CA-TIPOUSUA AND MTRNEI = "SN15" THEN             02500072
025100        MOVE "N" TO W-OPE-VALIDA                                  02510072
025200        MOVE "NO PUEDE RETIRAR SN15 A SU PROPIO TIPO"             02520072
025300             TO MTXMSGO                                           02530072
025400     END-IF                                                       02540072
025500     .                                                            02550072
025600 3400-CONSULTA-AUTORIZACION.                                      02560072
025700************************************************************      02570072
025800*    CON LA FUNCION TECLEADA MUESTRA SI ESTA CONCEDIDA Y   *      02580072
025900*    LA FECHA Y EL OPERADOR DE SU ALTA; EN BLANCO SOLO SE  *      02590072
026000*    MUESTRA LA LISTA DE 3450-LISTA-FUNCIONES              *      02600072
026100************************************************************      02610072
026200     IF W-AUT-FUNCION = SPACES THEN                               02620072
026300        MOVE "FUNCIONES CONCEDIDAS AL TIPO EN LISTA"              02630072
026400             TO MTXMSGO                                           02640072
026500     ELSE                                                         02650072
026600        EXEC CICS READ                                            02660072
026700             FILE('AUTORIZA')                                     02670072
026800             INTO(REG-AUTORIZACION)                               02680072
026900             RIDFLD(W-AUT-LLAVE)                                  02690072
027000             NOHANDLE                                             02700072
027100        END-EXEC                                                  02710072
027200        EVALUATE TRUE                                             02720072
027300           WHEN EIBRESP = 0                                       02730072
027400                MOVE AT-FECHA-CAMBIO TO MFECEO                    02740072
027500                MOVE AT-OPERADOR     TO MOPREO                    02750072
027600                MOVE "FUNCION CONCEDIDA" TO MTXMSGO               02760072
027700*          NOTFND (13): LA FUNCION NO ESTA CONCEDIDA              02770072
027800           WHEN EIBRESP = 13                                      02780072
027900                MOVE "FUNCION NO CONCEDIDA" TO MTXMSGO            02790072
028000           WHEN OTHER                                             02800072
028100                MOVE "ERROR LEYENDO ARCHIVO AUTORIZA" TO MTXMSGO  02810072
028200        END-EVALUATE                                              02820072
028300     END-IF                                                       02830072
028400     .                                                            02840072
028500 3450-LISTA-FUNCIONES.                                            02850072
028600************************************************************      02860072
028700*    RECORRE LAS LLAVES TIPO + TRANSACCION DE AUTORIZA Y   *      02870072
028800*    ARMA EN MLSTEO LAS FUNCIONES CONCEDIDAS (HASTA 6)     *      02880072
028900************************************************************      02890072
029000     MOVE 0              TO W-NUM-FUN                             02900072
029100     MOVE SPACES         TO W-LISTA-FUN                           02910072
029200     MOVE W-AUT-TIPOUSUA TO W-AUT-BR-TIPOUSUA                     02920072
029300     MOVE W-AUT-TRANSACCION TO W-AUT-BR-TRANS                     02930072
029400     MOVE LOW-VALUES     TO W-AUT-BR-FUNCION                      02940072
029500     EXEC CICS STARTBR                                            02950072
029600          FILE('AUTORIZA')                                        02960072
029700          RIDFLD(W-AUT-LLAVE-BR)                                  02970072
029800          GTEQ                                                    02980072
029900          NOHANDLE                                                02990072
030000     END-EXEC                                                     03000072
030100     EVALUATE TRUE                                                03010072
030200        WHEN EIBRESP = 0                                          03020072
030300             MOVE "N" TO W-FIN-BR                                 03030072
030400             PERFORM 3460-LEE-AUTORIZACION                        03040072
030500                    UNTIL W-FIN-BR = "S"                          03050072
030600             EXEC CICS ENDBR                                      03060072
030700                  FILE('AUTORIZA')                                03070072
030800                  NOHANDLE                                        03080072
030900             END-EXEC                                             03090072
031000*       NOTFND (13): NO HAY LLAVES DESDE EL TIPO + TRANSACCION    03100072
031100        WHEN EIBRESP = 13                                         03110072
031200             CONTINUE                                             03120072
031300        WHEN OTHER                                                03130072
031400             MOVE "ERROR LEYENDO ARCHIVO AUTORIZA" TO MTXMSGO     03140072
031500     END-EVALUATE                                                 03150072
031600     MOVE W-LISTA-FUN TO MLSTEO                                   03160072
031700     .                                                            03170072
031800 3460-LEE-AUTORIZACION.                                           03180072
031900     EXEC CICS READNEXT                                           03190072
032000          FILE('AUTORIZA')                                        03200072
032100          INTO(REG-AUTORIZACION)                                  03210072
032200          RIDFLD(W-AUT-LLAVE-BR)                                  03220072
032300          NOHANDLE                                                03230072
032400     END-EXEC                                                     03240072
032500     EVALUATE TRUE                                                03250072
032600        WHEN EIBRESP = 0 AND AT-TIPOUSUA = W-AUT-TIPOUSUA         03260072
032700                         AND AT-TRANSACCION = W-AUT-TRANSACCION   03270072
032800             ADD 1 TO W-NUM-FUN                                   03280072
032900             MOVE AT-FUNCION TO W-LST-FUN (W-NUM-FUN)             03290072
033000             IF W-NUM-FUN NOT < W-MAX-FUN THEN                    03300072
033100                MOVE "S" TO W-FIN-BR                              03310072
033200             END-IF                                               03320072
033300*       OTRA LLAVE O ENDFILE (20): FIN DE LAS FUNCIONES           03330072
033400        WHEN EIBRESP = 0 OR EIBRESP = 20                          03340072
033500             MOVE "S" TO W-FIN-BR                                 03350072
033600        WHEN OTHER                                                03360072
033700             MOVE "S" TO W-FIN-BR                                 03370072
033800             MOVE "ERROR LEYENDO ARCHIVO AUTORIZA" TO MTXMSGO     03380072
033900     END-EVALUATE                                                 03390072
034000     .                                                            03400072
034100 3500-ALTA-AUTORIZACION.                                          03410072
034200     PERFORM 3150-GET-DATES                                       03420072
034300     MOVE SPACES              TO REG-AUTORIZACION                 03430072
034400     MOVE W-AUT-LLAVE         TO AT-LLAVE                         03440072
034500     MOVE WS-FECHA-AAAA-MM-DD TO AT-FECHA-CAMBIO                  03450072
034600     MOVE CA-OPERADOR         TO AT-OPERADOR                      03460072
034700     EXEC CICS WRITE                                              03470072
034800          FILE('AUTORIZA')                                        03480072
034900          FROM(REG-AUTORIZACION)                                  03490072
035000          RIDFLD(AT-LLAVE)                                        03500072
035100          NOHANDLE                                                03510072
035200     END-EXEC                                                     03520072
035300     EVALUATE TRUE                                                03530072
035400        WHEN EIBRESP = 0                                          03540072
035500             MOVE AT-FECHA-CAMBIO TO MFECEO                       03550072
035600             MOVE AT-OPERADOR     TO MOPREO                       03560072
035700             MOVE "FUNCION CONCEDIDA CORRECTAMENTE" TO MTXMSGO    03570072
035800*       DUPREC (14): LA FUNCION YA ESTABA CONCEDIDA               03580072
035900        WHEN EIBRESP = 14                                         03590072
036000             MOVE "FUNCION YA CONCEDIDA AL TIPO" TO MTXMSGO       03600072
036100        WHEN OTHER                                                03610072
036200             MOVE "NO SE PUDO GRABAR LA AUTORIZACION" TO MTXMSGO  03620072
036300     END-EVALUATE                                                 03630072
036400     .                                                            03640072
036500 3600-BAJA-AUTORIZACION.                                          03650072
036600     EXEC CICS DELETE                                             03660072
036700          FILE('AUTORIZA')                                        03670072
036800          RIDFLD(W-AUT-LLAVE)                                     03680072
036900          NOHANDLE                                                03690072
037000     END-EXEC                                                     03700072
037100     EVALUATE TRUE                                                03710072
037200        WHEN EIBRESP = 0                                          03720072
037300             MOVE "FUNCION RETIRADA AL TIPO" TO MTXMSGO           03730072
037400        WHEN EIBRESP = 13                                         03740072
037500             MOVE "FUNCION NO CONCEDIDA" TO MTXMSGO               03750072
037600        WHEN OTHER                                                03760072
037700             MOVE "NO SE PUDO ELIMINAR LA AUTORIZACION"           03770072
037800                  TO MTXMSGO                                      03780072
037900     END-EVALUATE                                                 03790072
038000     .                                                            03800072
038100 4500-VERIFICA-AUTORIZACION.                                      03810072
038200      EXEC CICS LINK PROGRAM('PSNETS85')                          03820072
038300           COMMAREA(AREA-LINK-AUTORIZA)                           03830072
038400           LENGTH(LENGTH OF AREA-LINK-AUTORIZA)                   03840072
038500      END-EXEC                                                    03850072
038600      .                                                           03860072
038700 7000-ENVIO-MAPA.                                                 03870072
038800     MOVE MTIPEI TO MTIPEO                                        03880072
038900     MOVE MTRNEI TO MTRNEO                                        03890072
039000     MOVE MFUNEI TO MFUNEO                                        03900072
039100     MOVE MOPEEI TO MOPEEO                                        03910072
039200     MOVE EIBTRMID TO CA-TERM                                     03920072
039300     MOVE EIBTRNID TO CA-TRANS                                    03930072
039400     EXEC CICS SEND                                               03940072
039500             MAP('MSNNE15')                                       03950072
039600          MAPSET('MSNNE15')                                       03960072
039700           FROM(MSNNE15O)                                         03970072
039800          NOHANDLE                                                03980072
039900     END-EXEC                                                     03990072
040000     .                                                            04000072
040100 7100-RECIBO-DE-MAPA.                                             04010072
040200*************************************************************     04020072
040300*    SOLO SE RECIBE EL MAPA MSNNE15 CUANDO LA TAREA QUE NOS  *    04030072
040400*    ANTECEDIO EN LA COMMAREA ES ESTA MISMA TRANSACCION.     *    04040072
040500*    CUANDO CA-TRANS VIENE DE OTRA TRANSACCION (EL SIGN-ON   *    04050072
040600*    SN01 TRASPASANDO EL CONTROL) NO HAY MAPA QUE RECIBIR:   *    04060072
040700*    SE PINTA LA PANTALLA PROPIA Y SE RETORNA (MISMO         *    04070072
040800*    PROTOCOLO QUE 7100-RECIBO-DE-MAPA DE PSNETS04)          *    04080072
040900*************************************************************     04090072
041000     IF CA-TRANS = EIBTRNID THEN                                  04100072
041100     EXEC CICS RECEIVE                                            04110072
041200          MAP('MSNNE15')                                          04120072
041300          MAPSET('MSNNE15')                                       04130072
041400          INTO (MSNNE15I)                                         04140072
041500          NOHANDLE                                                04150072
041600     END-EXEC                                                     04160072
041700     EXEC CICS                                                    04170072
041800          IGNORE CONDITION MAPFAIL                                04180072
041900     END-EXEC                                                     04190072
042000     EVALUATE EIBAID                                              04200072
042100          WHEN DFHENTER                                           04210072
042200               PERFORM 3300-MANTIENE-AUTORIZACION                 04220072
042300          WHEN DFHPF3                                             04230072
042400               PERFORM 9999-FIN-DE-PROGRAMA                       04240072
042500          WHEN OTHER                                              04250072
042600               MOVE "-TECLA NO HABILITADA-" TO MSG                04260072
042700               PERFORM 7200-MENSAJES-A-LA-PANTALLA                04270072
042800     END-EVALUATE                                                 04280072
042900     ELSE                                                         04290072
043000        PERFORM 3100-CARGA-DATOS-PARA-MAPA                        04300072
043100        PERFORM 7000-ENVIO-MAPA                                   04310072
043200        PERFORM 7800-RETORNO-TRANSACCION                          04320072
043300     END-IF                                                       04330072
043400     .                                                            04340072
043500 7200-MENSAJES-A-LA-PANTALLA.                                     04350072
043600     DISPLAY MSG                                                  04360072
043700     .                                                            04370072
043800 7800-RETORNO-TRANSACCION.                                        04380072
043900     MOVE EIBTRMID TO CA-TERM                                     04390072
044000     MOVE EIBTRNID TO CA-TRANS                                    04400072
044100     EXEC CICS                                                    04410072
044200          RETURN                                                  04420072
044300          TRANSID(EIBTRNID)                                       04430072
044400          COMMAREA(MI-COMMAREA)                                   04440072
044500          LENGTH(LENGTH OF MI-COMMAREA)                           04450072
044600     END-EXEC                                                     04460072
044700     .                                                            04470072
044800 9100-DEB-DIS.                                                    04480072
044900      PERFORM 3150-GET-DATES                                      04490072
045000      MOVE WS-FECHA-AAAA-MM-DD TO W-FECHA-DIS                     04500072
045100      MOVE WS-HORA-MINUTOS-SEGUNDOS TO W-TIME-DIS                 04510072
045200      IF W-SW-DEBUG = "S" THEN                                    04520072
045300         DISPLAY WS-DEBDIS-MSG                                    04530072
045400      END-IF                                                      04540072
045500      .                                                           04550072
045600 9999-FIN-DE-PROGRAMA.                                            04560072
045700     EXEC CICS                                                    04570072
045800          SEND TEXT FROM (MSG-FIN-SESION)                         04580072
045900               ERASE FREEKB                                       04590072
046000     END-EXEC                                                     04600072
046100     EXEC CICS RETURN                                             04610072
046200     END-EXEC                                                     04620072
046300     GOBACK                                                       04630072
046400     .                                                            04640072
