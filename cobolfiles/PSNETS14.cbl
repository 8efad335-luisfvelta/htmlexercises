000100 IDENTIFICATION DIVISION.                                         00010067
000200 PROGRAM-ID. PSNNES14.                                            00020067
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030067
000400 DATE-WRITTEN. 15/10/2026.                                        00040067
000500 DATE-COMPILED.                                                   00050067
000600************************************************************      00060067
000700* PROGRAMA DE CONSULTA DE LA HISTORIA DE CAMBIOS DE UNA    *      00070067
000800* NOTA. CON EL DNI, CURSO, ANIO Y TERMINO DE LA NOTA LISTA *      00080067
000900* TODOS SUS MOVIMIENTOS EN EL HISTORICO DE VALORES         *      00090067
001000* NOTAHIST (VER RLHISNOT), DEL MAS ANTIGUO AL MAS RECIENTE:*      00100067
001100* FECHA Y HORA, OPERACION (ALTA/CAMBIO/BAJA), NOTA         *      00110067
001200* ANTERIOR, NOTA NUEVA, OPERADOR Y ORIGEN DEL MOVIMIENTO   *      00120067
001300* (SN04, APROBACION SN08, ROSTER SN09, CARGA PSNCRG01,     *      00130067
001400* NOTA PONDERADA PSNEVA01 O FUSION DE DNI PSNFUS01).       *      00140067
001500* MUESTRA 10 MOVIMIENTOS POR PANTALLA; PF8 AVANZA AL       *      00150067
001600* SIGUIENTE BLOQUE.                                        *      00160067
001700* SE LLEGA DESDE EL MENU DE SN01 O CON PF5 DESDE EL VISOR  *      00170067
001800* DE NOTAS SN03, QUE ENTREGA EL DNI CONSULTADO EN CA-DNI.  *      00180067
001900* REQUIERE SESION FIRMADA EN SN01; EL TIPO DE USUARIO SIN  *      00190067
002000* LA FUNCION C DE SN14 EN AUTORIZA SOLO VE SUS PROPIAS     *      00200067
002050* NOTAS (EL ESTUDIANTE), IGUAL QUE EN SN03.                *      00205067
002100* LA CONSULTA SE AUDITA VIA PSNETS83 COMO LA DE SN03.      *      00210067
002200* CON CICS ENLAZA A:                                       *      00220067
002300* PSNETS73:NOMBRE Y APELLIDOS DEL ESTUDIANTE               *      00230067
002400* PSNETS63:DESCRIPCION DEL CURSO                           *      00240067
002500* PSNETS83:AUDITORIA DE LA CONSULTA                        *      00250067
002550* PSNETS85:ALCANCE DEL FIRMADO (FUNCION C DE SN14)         *      00255067
002600*                                                          *      00260067
002700* EL PROGRAMA PSNETS14 ES LLAMADO DESDE PANTALLA CON LA    *      00270067
002800*    TRANSACCION CICS SN14 DESDE EL MAPA MSNNE14           *      00280067
002820* MODIFICACIONES 15/10/2026: EL AMARRE AL DNI PROPIO LO    *      00282067
002840*    DECIDE EL ARCHIVO AUTORIZA (FUNCION C DE SN14) EN     *      00284067
002860*    LUGAR DEL TIPO "ESTUD" FIJO                           *      00286067
002900************************************************************      00290067
003000 ENVIRONMENT DIVISION.                                            00300067
003100 CONFIGURATION SECTION.                                           00310067
003200 SPECIAL-NAMES.                                                   00320067
003300 INPUT-OUTPUT SECTION.                                            00330067
003400 DATA DIVISION.                                                   00340067
003500 WORKING-STORAGE SECTION.                                         00350067
003600* COPY AREAS PARA FECHAS                                          00360067
003700 COPY WSFECHAS.                                                   00370067
003800* COPY MSNNE14 MAPA DEL PROGRAMA DE HISTORIA DE UNA NOTA          00380067
003900 COPY MSNNE14.                                                    00390067
004000 01  DATOS-TRABAJO.                                               00400067
004100     05 W-SESION-OK          PIC X VALUE "N".                     00410067
004200     05 W-OPE-VALIDA         PIC X VALUE "N".                     00420067
004300     05 W-TER-NOTA           PIC X VALUE "0".                     00430067
004400     05 W-FIN-BR             PIC X VALUE "N".                     00440067
004500     05 W-HAY-MAS            PIC X VALUE "N".                     00450067
004600     05 W-IND-LINEA          PIC 9(2).                            00460067
004700     05 W-NUM-LINEAS         PIC 9(2) VALUE 0.                    00470067
004800     05 W-MAX-LINEAS         PIC 9(2) VALUE 10.                   00480067
004830*    "S" = EL FIRMADO SOLO CONSULTA SU PROPIO DNI (3260)          00483067
004860     05 W-SOLO-PROPIO-DNI    PIC X VALUE "N".                     00486067
004900     05 W-EDI-NOTA           PIC 99V99.                           00490067
005000     05 W-EDI-NOTA-N         PIC Z9.99.                           00500067
005100*    LLAVE DE NOTAHIST PARA EL BROWSE: LA NOTA (19 BYTES) Y       00510067
005200*    LA POSICION (FECHA + HORA + SECUENCIA) DESDE LA QUE SE       00520067
005300*    LEE; LA POSICION EN LOW-VALUES ARRANCA POR EL PRINCIPIO      00530067
005400     05 W-LLAVE-BR.                                               00540067
005500        10 W-BR-DNI          PIC X(9).                            00550067
005600        10 W-BR-CURSO        PIC X(5).                            00560067
005700        10 W-BR-AAAA         PIC X(4).                            00570067
005800        10 W-BR-TERMINO      PIC X(1).                            00580067
005900        10 W-BR-POSICION     PIC X(23).                           00590067
006000     05 W-POS-LEIDA.                                              00600067
006100        10 W-POS-FECHA       PIC X(10).                           00610067
006200        10 W-POS-HORA        PIC X(11).                           00620067
006300        10 W-POS-SECUENCIA   PIC 9(02).                           00630067
006400     05 W-POS-INICIO         PIC X(23).                           00640067
006500     05 W-POS-ULTIMA         PIC X(23).                           00650067
006600 01  WS-SW-DEBUG.                                                 00660067
006700     05 W-SW-DEBUG    PIC X VALUE "N".                            00670067
006800 01  WS-DEBDIS-MSG.                                               00680067
006900     05 W-TIME-DIS    PIC X(11).                                  00690067
007000     05 FILLER        PIC X VALUE SPACES.                         00700067
007100     05 W-PARRAFO     PIC X(10) VALUE SPACES.                     00710067
007200     05 FILLER        PIC X VALUE SPACES.                         00720067
007300     05 W-CAMPO       PIC X(10) VALUE SPACES.                     00730067
007400     05 FILLER        PIC X VALUE "=".                            00740067
007500     05 W-VALOR       PIC X(20).                                  00750067
007600     05 FILLER        PIC X VALUE SPACES.                         00760067
007700     05 W-FECHA-DIS   PIC X(10).                                  00770067
007800* AYUDAS DE BMS                                                   00780067
007900 COPY DFHAID.                                                     00790067
008000 COPY DFHBMSCA.                                                   00800067
008100 01 MI-COMMAREA PIC X(100).                                       00810067
008200 01 MI-COMMAREA-RED REDEFINES MI-COMMAREA.                        00820067
008300     03 CA-TRANS  PIC XXXX.                                       00830067
008400     03 CA-TERM   PIC XXXX.                                       00840067
008500     03 CA-DNI    PIC X(9).                                       00850067
008600     03 CA-RESTO.                                                 00860067
008700*       NOTA SELECCIONADA Y ULTIMO MOVIMIENTO MOSTRADO, PARA      00870067
008800*       QUE EL PF8 RETOME ENTRE TAREAS PSEUDO-CONVERSACIONALES    00880067
008900        05 CA-CURSO-SEL  PIC X(5).                                00890067
009000        05 CA-AAAA-SEL   PIC X(4).                                00900067
009100        05 CA-TER-SEL    PIC X(1).                                00910067
009200        05 CA-POS-ULTIMA PIC X(23).                               00920067
009300        05 FILLER        PIC X(3).                                00930067
009400*       IDENTIDAD FIRMADA EN SN01 (PSNETS01); VIAJA EN LA         00940067
009500*       MISMA POSICION (BYTES 54-67) EN LAS COMMAREAS DE          00950067
009600*       SN03/SN04/SN05 PARA SOBREVIVIR LOS TRASPASOS              00960067
009700        05 CA-OPERADOR   PIC X(9).                                00970067
009800        05 CA-TIPOUSUA   PIC X(5).                                00980067
009900*       POSICION DESDE LA QUE SE LEYO EL BLOQUE EN PANTALLA       00990067
010000*       Y SI QUEDAN MOVIMIENTOS PARA EL PF8                       01000067
010100        05 CA-POS-INICIO PIC X(23).                               01010067
010200        05 CA-HAY-MAS    PIC X(1).                                01020067
010300        05 FILLER        PIC X(9).                                01030067
010400* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  01040067
010500 COPY LKNOTAS.                                                    01050067
010600* NOTAHIST ES UN ARCHIVO MANEJADO POR CICS (SIN OPEN/CLOSE        01060067
010700* DESDE ESTE PROGRAMA); REG-HIST-NOTA SOLO SE NECESITA COMO       01070067
010800* AREA DE TRABAJO PARA LOS EXEC CICS STARTBR/READNEXT             01080067
010900 COPY RLHISNOT.                                                   01090067
011000 01 MENSAJES.                                                     01100067
011100    03 MSG-FIN-SESION PIC X(18) VALUE "AU REVOIR MON AMI!".       01110067
011200    03 MSG    PIC X(50) VALUE SPACES.                             01120067
011300 LINKAGE SECTION.                                                 01130067
011400*    INSERTADO POR EL TRADUCTOR CICS DELANTE DE LA APLICACION     01140067
011500 COPY DFHEIBLK.                                                   01150067
011600 01 DFHCOMMAREA PIC X(100).                                       01160067
011700 PROCEDURE DIVISION.                                              01170067
011800 0000-MAIN.                                                       01180067
011900     PERFORM 1000-INICIO-DE-PROGRAMA                              01190067
012000     PERFORM 2000-MANEJO-DE-CICLOS-DE-CICS                        01200067
012100     PERFORM 9999-FIN-DE-PROGRAMA                                 01210067
012200     .                                                            01220067
012300 1000-INICIO-DE-PROGRAMA.                                         01230067
012400     CONTINUE                                                     01240067
012500     .                                                            01250067
012600 2000-MANEJO-DE-CICLOS-DE-CICS.                                   01260067
012700     IF EIBCALEN = 0 THEN                                         01270067
012800*       PRIMERA ENTRADA SIN COMMAREA: SE LIMPIA MI-COMMAREA       01280067
012900*       PARA NO ARRASTRAR BASURA EN CA-OPERADOR/CA-TIPOUSUA       01290067
013000        MOVE SPACES TO MI-COMMAREA                                01300067
013100        PERFORM 3100-CARGA-DATOS-PARA-MAPA                        01310067
013200        PERFORM 7000-ENVIO-MAPA                                   01320067
013300        PERFORM 7800-RETORNO-TRANSACCION                          01330067
013400     ELSE                                                         01340067
013500        MOVE DFHCOMMAREA TO MI-COMMAREA                           01350067
013600        PERFORM 7100-RECIBO-DE-MAPA                               01360067
013700     END-IF                                                       01370067
013800     .                                                            01380067
013900 3100-CARGA-DATOS-PARA-MAPA.                                      01390067
014000     PERFORM 3150-GET-DATES                                       01400067
014100     MOVE SPACES TO MTXMSGO                                       01410067
014200     .                                                            01420067
014300 3150-GET-DATES.                                                  01430067
014400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         01440067
014500     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        01450067
014600     MOVE WS-CURRENT-MONTH      TO WS-MM                          01460067
014700     MOVE WS-CURRENT-DAY        TO WS-DD                          01470067
014800     MOVE WS-CURRENT-HH         TO WS-HH-F1                       01480067
014900     MOVE WS-CURRENT-MM         TO WS-MM-F1                       01490067
015000     MOVE WS-CURRENT-SS         TO WS-SS-F1                       01500067
015100     MOVE WS-CURRENT-CC         TO WS-CC-F1                       01510067
015200     .                                                            01520067
015300 3200-CONSULTA-HISTORIA.                                          01530067
015400************************************************************      01540067
015500*    ENTER: VALIDA LA SESION Y LA NOTA TECLEADA, AUDITA LA *      01550067
015600*    CONSULTA Y MUESTRA EL PRIMER BLOQUE DE MOVIMIENTOS    *      01560067
015700************************************************************      01570067
015800     MOVE "-> 3200-CONSULTA-HIS" TO W-PARRAFO                     01580067
015900     MOVE "MDNIEI" TO W-CAMPO                                     01590067
016000     MOVE MDNIEI TO W-VALOR                                       01600067
016100     PERFORM 9100-DEB-DIS                                         01610067
016200     MOVE SPACES TO MTXMSGO                                       01620067
016300     PERFORM 3250-VALIDA-SESION                                   01630067
016400     IF W-SESION-OK = "S" THEN                                    01640067
016500        PERFORM 3270-VALIDA-DATOS                                 01650067
016600     END-IF                                                       01660067
016700     IF W-SESION-OK = "S" AND W-OPE-VALIDA = "S" THEN             01670067
016800        MOVE MDNIEI     TO CA-DNI                                 01680067
016900        MOVE MCUREI     TO CA-CURSO-SEL                           01690067
017000        MOVE MAAAEI     TO CA-AAAA-SEL                            01700067
017100        MOVE W-TER-NOTA TO CA-TER-SEL                             01710067
017200        PERFORM 3290-AUDITA-CONSULTA                              01720067
017300        PERFORM 3280-DATOS-CABECERA                               01730067
017400        MOVE LOW-VALUES TO CA-POS-ULTIMA                          01740067
017500        PERFORM 3400-LLENA-MOVIMIENTOS                            01750067
017600     END-IF                                                       01760067
017700     PERFORM 7000-ENVIO-MAPA                                      01770067
017800     PERFORM 7800-RETORNO-TRANSACCION                             01780067
017900     .                                                            01790067
018000 3250-VALIDA-SESION.                                              01800067
018100************************************************************      01810067
018200*    LA HISTORIA SOLO SE CONSULTA CON SESION FIRMADA EN    *      01820067
018300*    SN01 (CA-OPERADOR), QUE ES LA QUE SE AUDITA           *      01830067
018400************************************************************      01840067
018500     MOVE "N" TO W-SESION-OK                                      01850067
018600     IF CA-OPERADOR = SPACES OR LOW-VALUES THEN                   01860067
018700        MOVE "INICIE SESION CON SN01 PARA USAR SN14"              01870067
018800             TO MTXMSGO                                           01880067
018900     ELSE                                                         01890067
019000        MOVE "S" TO W-SESION-OK                                   01900067
019100     END-IF                                                       01910067
019200     .                                                            01920067
019205 3260-VERIFICA-ALCANCE-DNI.                                       01920567
019210************************************************************      01921067
019215*    EL TIPO DE USUARIO FIRMADO SIN LA FUNCION C (CONSULTA)*      01921567
019220*    DE SN14 EN AUTORIZA SOLO PUEDE VER SU PROPIO DNI      *      01922067
019225************************************************************      01922567
019230     MOVE "N" TO W-SOLO-PROPIO-DNI                                01923067
019235     IF CA-TIPOUSUA NOT = SPACES AND LOW-VALUES THEN              01923567
019240        MOVE CA-TIPOUSUA TO LK-AZ-TIPOUSUA                        01924067
019245        MOVE "SN14"      TO LK-AZ-TRANSACCION                     01924567
019250        MOVE "C"         TO LK-AZ-FUNCION                         01925067
019255        MOVE CA-OPERADOR TO LK-AZ-OPERADOR                        01925567
019260        MOVE "N"         TO LK-AZ-REGISTRA                        01926067
019265        MOVE 1           TO LK-AZ-COD-RET                         01926567
019270        PERFORM 4400-VERIFICA-AUTORIZACION                        01927067
019275        IF LK-AZ-COD-RET NOT = 0 THEN                             01927567
019280           MOVE "S" TO W-SOLO-PROPIO-DNI                          01928067
019285        END-IF                                                    01928567
019290     END-IF                                                       01929067
019295     .                                                            01929567
019300 3270-VALIDA-DATOS.                                               01930067
019400************************************************************      01940067
019500*    DNI, CURSO Y ANIO OBLIGATORIOS; TERMINO EN BLANCO =   *      01950067
019600*    "0" (NOTA ANUAL). EL FIRMADO CUYO TIPO DE USUARIO NO  *      01960067
019700*    TIENE LA FUNCION C DE SN14 EN AUTORIZA (VER 3260),    *      01970067
019730*    SEA CUAL SEA EL TIPO, QUEDA AMARRADO A SU PROPIO DNI, *      01973067
019760*    COMO EN SN03                                          *      01976067
019800************************************************************      01980067
019900     MOVE "S" TO W-OPE-VALIDA                                     01990067
020000     IF MDNIEI = SPACES OR LOW-VALUES THEN                        02000067
020100        MOVE CA-DNI TO MDNIEI                                     02010067
020200     END-IF                                                       02020067
020300     IF W-SOLO-PROPIO-DNI = "S" THEN                              02030067
020400        MOVE CA-OPERADOR TO MDNIEI                                02040067
020500     END-IF                                                       02050067
020600     IF MTEREI = SPACES OR LOW-VALUES THEN                        02060067
020700        MOVE "0" TO W-TER-NOTA                                    02070067
020800     ELSE                                                         02080067
020900        MOVE MTEREI TO W-TER-NOTA                                 02090067
021000     END-IF                                                       02100067
021100     IF MDNIEI = SPACES OR LOW-VALUES                             02110067
021200        OR MCUREI = SPACES OR LOW-VALUES                          02120067
021300        OR MAAAEI = SPACES OR LOW-VALUES THEN                     02130067
021400        MOVE "N" TO W-OPE-VALIDA                                  02140067
021500        MOVE "TECLEE DNI, CURSO, ANIO Y TERMINO" TO MTXMSGO       02150067
021600     END-IF                                                       02160067
021700     IF W-OPE-VALIDA = "S" AND MAAAEI NOT NUMERIC THEN            02170067
021800        MOVE "N" TO W-OPE-VALIDA                                  02180067
021900        MOVE "ANIO NO NUMERICO" TO MTXMSGO                        02190067
022000     END-IF                                                       02200067
022100     IF W-OPE-VALIDA = "S"                                        02210067
022200        AND W-TER-NOTA NOT = "0" AND "1" AND "2" THEN             02220067
022300        MOVE "N" TO W-OPE-VALIDA                                  02230067
022400        MOVE "TERMINO INVALIDO - USE 1/2" TO MTXMSGO              02240067
022500     END-IF                                                       02250067
022600     .                                                            02260067
022700 3280-DATOS-CABECERA.                                             02270067
022800*    NOMBRE DEL ESTUDIANTE Y DESCRIPCION DEL CURSO; SOLO          02280067
022900*    INFORMATIVOS: LA HISTORIA SE MUESTRA AUNQUE EL DNI O EL      02290067
023000*    CURSO YA NO ESTEN REGISTRADOS (P.EJ. DNI FUSIONADO)          02300067
023100     MOVE "**NO REGISTRADO**" TO MNOMEO                           02310067
023200     MOVE CA-DNI  TO LK-US-DNI                                    02320067
023300     MOVE 1       TO LK-US-COD-RET                                02330067
023400     MOVE 100     TO LK-US-SQLCODE                                02340067
023500     MOVE "ESTUD" TO LK-US-TIPOUSUA                               02350067
023600     PERFORM 4200-BUSCAR-USUARIO                                  02360067
023700     IF LK-US-COD-RET = 0 THEN                                    02370067
023750        MOVE SPACES TO MNOMEO                                     02375067
023800        STRING LK-US-APELLIDOS DELIMITED BY "  "                  02380067
023900               " "             DELIMITED BY SIZE                  02390067
024000               LK-US-NOMBRE    DELIMITED BY "  "                  02400067
024100               INTO MNOMEO                                        02410067
024200     END-IF                                                       02420067
024300     MOVE "**SIN DESCRIPCION**" TO MDESEO                         02430067
024400     MOVE 1   TO LK-CU-TIPO-OPE                                   02440067
024500     MOVE 1   TO LK-CU-SUBTIPO-OPE                                02450067
024600     MOVE 100 TO LK-CU-SQLCODE                                    02460067
024700     MOVE CA-CURSO-SEL TO LK-CU-CURSO                             02470067
024800     PERFORM 4100-BUSCAR-CURSO                                    02480067
024900     IF LK-CU-SQLCODE = 0 THEN                                    02490067
025000        MOVE LK-CU-DESCRIPCION TO MDESEO                          02500067
025100     END-IF                                                       02510067
025200     .                                                            02520067
025300 3290-AUDITA-CONSULTA.                                            02530067
025400*    MISMO RENGLON DE AUDITORIA QUE LA CONSULTA DE SN03           02540067
025500     PERFORM 3150-GET-DATES                                       02550067
025600     MOVE 1            TO LK-AU-TIPO-OPE                          02560067
025700     MOVE 1            TO LK-AU-SUBTIPO                           02570067
025800     MOVE CA-OPERADOR  TO LK-AU-OPERADOR                          02580067
025900     MOVE CA-DNI       TO LK-AU-DNI-CONSULTADO                    02590067
026000     MOVE WS-FECHA-AAAA-MM-DD      TO LK-AU-FECHA                 02600067
026100     MOVE WS-HORA-MINUTOS-SEGUNDOS TO LK-AU-HORA                  02610067
026200     PERFORM 4300-REGISTRA-AUDITORIA                              02620067
026300     .                                                            02630067
026400 3300-SIGUIENTES-MOVIMIENTOS.                                     02640067
026500************************************************************      02650067
026600*    PF8: RETOMA LA NOTA SELECCIONADA DESDE EL ULTIMO      *      02660067
026700*    MOVIMIENTO MOSTRADO. SIN MAS MOVIMIENTOS SE REPINTA   *      02670067
026800*    EL MISMO BLOQUE                                       *      02680067
026900************************************************************      02690067
027000     MOVE SPACES TO MTXMSGO                                       02700067
027100     PERFORM 3250-VALIDA-SESION                                   02710067
027200     IF W-SESION-OK = "S" THEN                                    02720067
027300        IF CA-CURSO-SEL = SPACES OR LOW-VALUES THEN               02730067
027400           MOVE "CONSULTE UNA NOTA CON ENTER ANTES DE PF8"        02740067
027500                TO MTXMSGO                                        02750067
027600        ELSE                                                      02760067
027700           MOVE CA-DNI       TO MDNIEI                            02770067
027800           MOVE CA-CURSO-SEL TO MCUREI                            02780067
027900           MOVE CA-AAAA-SEL  TO MAAAEI                            02790067
028000           MOVE CA-TER-SEL   TO MTEREI                            02800067
028100           PERFORM 3280-DATOS-CABECERA                            02810067
028200           IF CA-HAY-MAS NOT = "S" THEN                           02820067
028300              MOVE CA-POS-INICIO TO CA-POS-ULTIMA                 02830067
028400              PERFORM 3400-LLENA-MOVIMIENTOS                      02840067
028500              MOVE "NO HAY MAS MOVIMIENTOS DE ESTA NOTA"          02850067
028600                   TO MTXMSGO                                     02860067
028700           ELSE                                                   02870067
028800              PERFORM 3400-LLENA-MOVIMIENTOS                      02880067
028900           END-IF                                                 02890067
029000        END-IF                                                    02900067
029100     END-IF                                                       02910067
029200     PERFORM 7000-ENVIO-MAPA                                      02920067
029300     PERFORM 7800-RETORNO-TRANSACCION                             02930067
029400     .                                                            02940067
029500 3400-LLENA-MOVIMIENTOS.                                          02950067
029600************************************************************      02960067
029700*    LEE NOTAHIST DESDE CA-POS-ULTIMA (EXCLUSIVE) Y LLENA  *      02970067
029800*    HASTA 10 LINEAS CON LOS MOVIMIENTOS DE LA NOTA; UN    *      02980067
029900*    ONCEAVO MOVIMIENTO SOLO INDICA QUE HAY MAS PARA PF8   *      02990067
030000************************************************************      03000067
030100     PERFORM 3410-LIMPIA-LINEA                                    03010067
030200             VARYING W-IND-LINEA FROM 1 BY 1                      03020067
030300             UNTIL W-IND-LINEA > W-MAX-LINEAS                     03030067
030400     MOVE 0   TO W-NUM-LINEAS                                     03040067
030500     MOVE "N" TO W-HAY-MAS                                        03050067
030600     MOVE CA-POS-ULTIMA TO W-POS-INICIO                           03060067
030700     MOVE CA-POS-ULTIMA TO W-POS-ULTIMA                           03070067
030800     MOVE CA-DNI        TO W-BR-DNI                               03080067
030900     MOVE CA-CURSO-SEL  TO W-BR-CURSO                             03090067
031000     MOVE CA-AAAA-SEL   TO W-BR-AAAA                              03100067
031100     MOVE CA-TER-SEL    TO W-BR-TERMINO                           03110067
031200     MOVE CA-POS-ULTIMA TO W-BR-POSICION                          03120067
031300     EXEC CICS STARTBR                                            03130067
031400          FILE('NOTAHIST')                                        03140067
031500          RIDFLD(W-LLAVE-BR)                                      03150067
031600          GTEQ                                                    03160067
031700          NOHANDLE                                                03170067
031800     END-EXEC                                                     03180067
031900     EVALUATE TRUE                                                03190067
032000        WHEN EIBRESP = 0                                          03200067
032100             MOVE "N" TO W-FIN-BR                                 03210067
032200             PERFORM 3450-LEE-MOVIMIENTO                          03220067
032300                    UNTIL W-FIN-BR = "S"                          03230067
032400             EXEC CICS ENDBR                                      03240067
032500                  FILE('NOTAHIST')                                03250067
032600                  NOHANDLE                                        03260067
032700             END-EXEC                                             03270067
032800*       NOTFND (13): NO HAY LLAVES DESDE LA NOTA EN ADELANTE      03280067
032900        WHEN EIBRESP = 13                                         03290067
033000             CONTINUE                                             03300067
033100        WHEN OTHER                                                03310067
033200             MOVE "ERROR LEYENDO ARCHIVO NOTAHIST" TO MTXMSGO     03320067
033300     END-EVALUATE                                                 03330067
033400     MOVE W-POS-INICIO TO CA-POS-INICIO                           03340067
033500     MOVE W-POS-ULTIMA TO CA-POS-ULTIMA                           03350067
033600     MOVE W-HAY-MAS    TO CA-HAY-MAS                              03360067
033700     IF MTXMSGO = SPACES THEN                                     03370067
033800        EVALUATE TRUE                                             03380067
033900           WHEN W-NUM-LINEAS = 0                                  03390067
034000                MOVE "NOTA SIN CAMBIOS EN EL HISTORICO"           03400067
034100                     TO MTXMSGO                                   03410067
034200           WHEN W-HAY-MAS = "S"                                   03420067
034300                MOVE "PF8 MUESTRA LOS MOVIMIENTOS SIGUIENTES"     03430067
034400                     TO MTXMSGO                                   03440067
034500           WHEN OTHER                                             03450067
034600                MOVE "FIN DE LA HISTORIA DE LA NOTA" TO MTXMSGO   03460067
034700        END-EVALUATE                                              03470067
034800     END-IF                                                       03480067
034900     .                                                            03490067
035000 3410-LIMPIA-LINEA.                                               03500067
035100     MOVE SPACES TO MHFECO (W-IND-LINEA)                          03510067
035200     MOVE SPACES TO MHHORO (W-IND-LINEA)                          03520067
035300     MOVE SPACES TO MHOPEO (W-IND-LINEA)                          03530067
035400     MOVE SPACES TO MHANTO (W-IND-LINEA)                          03540067
035500     MOVE SPACES TO MHNUEO (W-IND-LINEA)                          03550067
035600     MOVE SPACES TO MHUSUO (W-IND-LINEA)                          03560067
035700     MOVE SPACES TO MHORIO (W-IND-LINEA)                          03570067
035800     .                                                            03580067
035900 3450-LEE-MOVIMIENTO.                                             03590067
036000     EXEC CICS READNEXT                                           03600067
036100          FILE('NOTAHIST')                                        03610067
036200          INTO(REG-HIST-NOTA)                                     03620067
036300          RIDFLD(W-LLAVE-BR)                                      03630067
036400          NOHANDLE                                                03640067
036500     END-EXEC                                                     03650067
036600     EVALUATE TRUE                                                03660067
036700        WHEN EIBRESP = 0 AND HN-DNI = CA-DNI                      03670067
036800             AND HN-CURSO = CA-CURSO-SEL                          03680067
036900             AND HN-AAAA = CA-AAAA-SEL                            03690067
037000             AND HN-TERMINO = CA-TER-SEL                          03700067
037100             MOVE HN-FECHA     TO W-POS-FECHA                     03710067
037200             MOVE HN-HORA      TO W-POS-HORA                      03720067
037300             MOVE HN-SECUENCIA TO W-POS-SECUENCIA                 03730067
037400*            EL GTEQ TRAE DE NUEVO EL ULTIMO YA MOSTRADO          03740067
037500             IF W-POS-LEIDA NOT = W-POS-INICIO THEN               03750067
037600                PERFORM 3460-MUESTRA-MOVIMIENTO                   03760067
037700             END-IF                                               03770067
037800*       OTRA NOTA O ENDFILE (20): FIN DE LA HISTORIA              03780067
037900        WHEN EIBRESP = 0 OR EIBRESP = 20                          03790067
038000             MOVE "S" TO W-FIN-BR                                 03800067
038100        WHEN OTHER                                                03810067
038200             MOVE "S" TO W-FIN-BR                                 03820067
038300             MOVE "ERROR LEYENDO ARCHIVO NOTAHIST" TO MTXMSGO     03830067
038400     END-EVALUATE                                                 03840067
038500     .                                                            03850067
038600 3460-MUESTRA-MOVIMIENTO.                                         03860067
038700     IF W-NUM-LINEAS NOT < W-MAX-LINEAS THEN                      03870067
038800        MOVE "S" TO W-HAY-MAS                                     03880067
038900        MOVE "S" TO W-FIN-BR                                      03890067
039000     ELSE                                                         03900067
039100        ADD 1 TO W-NUM-LINEAS                                     03910067
039200        MOVE W-NUM-LINEAS TO W-IND-LINEA                          03920067
039300        MOVE W-POS-LEIDA  TO W-POS-ULTIMA                         03930067
039400        MOVE HN-FECHA    TO MHFECO (W-IND-LINEA)                  03940067
039500        MOVE HN-HORA     TO MHHORO (W-IND-LINEA)                  03950067
039600        MOVE HN-OPERADOR TO MHUSUO (W-IND-LINEA)                  03960067
039700        EVALUATE TRUE                                             03970067
039800           WHEN HN-OPE-ALTA                                       03980067
039900                MOVE "ALTA"   TO MHOPEO (W-IND-LINEA)             03990067
040000           WHEN HN-OPE-CAMBIO                                     04000067
040100                MOVE "CAMBIO" TO MHOPEO (W-IND-LINEA)             04010067
040200           WHEN HN-OPE-BAJA                                       04020067
040300                MOVE "BAJA"   TO MHOPEO (W-IND-LINEA)             04030067
040400           WHEN OTHER                                             04040067
040500                MOVE "?"      TO MHOPEO (W-IND-LINEA)             04050067
040600        END-EVALUATE                                              04060067
040700*       UN ALTA NO TIENE NOTA ANTERIOR NI UNA BAJA NOTA NUEVA     04070067
040800        IF NOT HN-OPE-ALTA THEN                                   04080067
040900           MOVE HN-NOTA-ANTERIOR TO W-EDI-NOTA                    04090067
041000           MOVE W-EDI-NOTA       TO W-EDI-NOTA-N                  04100067
041100           MOVE W-EDI-NOTA-N     TO MHANTO (W-IND-LINEA)          04110067
041200        END-IF                                                    04120067
041300        IF NOT HN-OPE-BAJA THEN                                   04130067
041400           MOVE HN-NOTA-NUEVA    TO W-EDI-NOTA                    04140067
041500           MOVE W-EDI-NOTA       TO W-EDI-NOTA-N                  04150067
041600           MOVE W-EDI-NOTA-N     TO MHNUEO (W-IND-LINEA)          04160067
041700        END-IF                                                    04170067
041800        EVALUATE TRUE                                             04180067
041900           WHEN HN-ORI-SN04                                       04190067
042000                MOVE "SN04"        TO MHORIO (W-IND-LINEA)        04200067
042100           WHEN HN-ORI-CARGA                                      04210067
042200                MOVE "CARGA LOTE"  TO MHORIO (W-IND-LINEA)        04220067
042300           WHEN HN-ORI-SN08                                       04230067
042400                MOVE "APROB SN08"  TO MHORIO (W-IND-LINEA)        04240067
042500           WHEN HN-ORI-SN09                                       04250067
042600                MOVE "ROSTER SN09" TO MHORIO (W-IND-LINEA)        04260067
042700           WHEN HN-ORI-EVALUACION                                 04270067
042800                MOVE "PONDERADA"   TO MHORIO (W-IND-LINEA)        04280067
042900           WHEN HN-ORI-FUSION                                     04290067
043000                MOVE "FUSION DNI"  TO MHORIO (W-IND-LINEA)        04300067
043100           WHEN OTHER                                             04310067
043200                MOVE "OTRO"        TO MHORIO (W-IND-LINEA)        04320067
043300        END-EVALUATE                                              04330067
043400     END-IF                                                       04340067
043500     .                                                            04350067
043600 4100-BUSCAR-CURSO.                                               04360067
043700      EXEC CICS LINK PROGRAM('PSNETS63')                          04370067
043800           COMMAREA(AREA-LINK-CUR)                                04380067
043900           LENGTH(LENGTH OF AREA-LINK-CUR)                        04390067
044000      END-EXEC                                                    04400067
044100      .                                                           04410067
044200 4200-BUSCAR-USUARIO.                                             04420067
044300      EXEC CICS LINK PROGRAM('PSNETS73')                          04430067
044400           COMMAREA(AREA-LINK-USUARIO)                            04440067
044500           LENGTH(LENGTH OF AREA-LINK-USUARIO)                    04450067
044600      END-EXEC                                                    04460067
044700      .                                                           04470067
044800 4300-REGISTRA-AUDITORIA.                                         04480067
044900     EXEC CICS LINK PROGRAM('PSNETS83')                           04490067
045000          COMMAREA(AREA-LINK-AUDITORIA)                           04500067
045100          LENGTH(LENGTH OF AREA-LINK-AUDITORIA)                   04510067
045200     END-EXEC                                                     04520067
045300     .                                                            04530067
045310 4400-VERIFICA-AUTORIZACION.                                      04531067
045320      EXEC CICS LINK PROGRAM('PSNETS85')                          04532067
045330           COMMAREA(AREA-LINK-AUTORIZA)                           04533067
045340           LENGTH(LENGTH OF AREA-LINK-AUTORIZA)                   04534067
045350      END-EXEC                                                    04535067
045360      .                                                           04536067
045400 7000-ENVIO-MAPA.                                                 04540067
045500*    SI EL FIRMADO SOLO VE SU PROPIO DNI (3260) EL CAMPO DNI      04550067
045600*    VIAJA PROTEGIDO Y CON ESE DNI PINTADO, IGUAL QUE EN SN03     04560067
045700     IF W-SOLO-PROPIO-DNI = "S" THEN                              04570067
045800        MOVE DFHBMPRF    TO MDNIPROO                              04580067
045900        MOVE CA-OPERADOR TO MDNIEI                                04590067
046000     END-IF                                                       04600067
046100     MOVE MDNIEI TO MDNIEO                                        04610067
046200     MOVE MCUREI TO MCUREO                                        04620067
046300     MOVE MAAAEI TO MAAAEO                                        04630067
046400     MOVE MTEREI TO MTEREO                                        04640067
046500     MOVE EIBTRMID TO CA-TERM                                     04650067
046600     MOVE EIBTRNID TO CA-TRANS                                    04660067
046700     EXEC CICS SEND                                               04670067
046800             MAP('MSNNE14')                                       04680067
046900          MAPSET('MSNNE14')                                       04690067
047000           FROM(MSNNE14O)                                         04700067
047100          NOHANDLE                                                04710067
047200     END-EXEC                                                     04720067
047300     .                                                            04730067
047400 7100-RECIBO-DE-MAPA.                                             04740067
047500*************************************************************     04750067
047600*    SOLO SE RECIBE EL MAPA MSNNE14 CUANDO LA TAREA QUE NOS  *    04760067
047700*    ANTECEDIO EN LA COMMAREA ES ESTA MISMA TRANSACCION.     *    04770067
047800*    CUANDO CA-TRANS VIENE DE OTRA TRANSACCION (EL SIGN-ON   *    04780067
047900*    SN01, O SN03 CON PF5 ENTREGANDO EL DNI EN CA-DNI) NO    *    04790067
048000*    HAY MAPA QUE RECIBIR: SE PINTA LA PANTALLA PROPIA CON   *    04800067
048100*    EL DNI RECIBIDO Y SE RETORNA                            *    04810067
048200*************************************************************     04820067
048250     PERFORM 3260-VERIFICA-ALCANCE-DNI                            04825067
048300     IF CA-TRANS = EIBTRNID THEN                                  04830067
048400     EXEC CICS RECEIVE                                            04840067
048500          MAP('MSNNE14')                                          04850067
048600          MAPSET('MSNNE14')                                       04860067
048700          INTO (MSNNE14I)                                         04870067
048800          NOHANDLE                                                04880067
048900     END-EXEC                                                     04890067
049000     EXEC CICS                                                    04900067
049100          IGNORE CONDITION MAPFAIL                                04910067
049200     END-EXEC                                                     04920067
049300     EVALUATE EIBAID                                              04930067
049400          WHEN DFHENTER                                           04940067
049500               PERFORM 3200-CONSULTA-HISTORIA                     04950067
049600          WHEN DFHPF3                                             04960067
049700               PERFORM 9999-FIN-DE-PROGRAMA                       04970067
049800          WHEN DFHPF8                                             04980067
049900               PERFORM 3300-SIGUIENTES-MOVIMIENTOS                04990067
050000          WHEN OTHER                                              05000067
050100               MOVE "-TECLA NO HABILITADA-" TO MSG                05010067
050200               PERFORM 7200-MENSAJES-A-LA-PANTALLA                05020067
050300     END-EVALUATE                                                 05030067
050400     ELSE                                                         05040067
050500        PERFORM 3100-CARGA-DATOS-PARA-MAPA                        05050067
050600        MOVE SPACES TO CA-CURSO-SEL CA-AAAA-SEL CA-TER-SEL        05060067
050700        MOVE SPACES TO CA-POS-ULTIMA CA-POS-INICIO CA-HAY-MAS     05070067
050800        MOVE CA-DNI TO MDNIEI                                     05080067
050900        MOVE "TECLEE CURSO, ANIO Y TERMINO Y OPRIMA ENTER"        05090067
051000             TO MTXMSGO                                           05100067
051100        PERFORM 7000-ENVIO-MAPA                                   05110067
051200        PERFORM 7800-RETORNO-TRANSACCION                          05120067
051300     END-IF                                                       05130067
051400     .                                                            05140067
051500 7200-MENSAJES-A-LA-PANTALLA.                                     05150067
051600     DISPLAY MSG                                                  05160067
051700     .                                                            05170067
051800 7800-RETORNO-TRANSACCION.                                        05180067
051900     MOVE EIBTRMID TO CA-TERM                                     05190067
052000     MOVE EIBTRNID TO CA-TRANS                                    05200067
052100     EXEC CICS                                                    05210067
052200          RETURN                                                  05220067
052300          TRANSID(EIBTRNID)                                       05230067
052400          COMMAREA(MI-COMMAREA)                                   05240067
052500          LENGTH(LENGTH OF MI-COMMAREA)                           05250067
052600     END-EXEC                                                     05260067
052700     .                                                            05270067
052800 9100-DEB-DIS.                                                    05280067
052900      PERFORM 3150-GET-DATES                                      05290067
053000      MOVE WS-FECHA-AAAA-MM-DD TO W-FECHA-DIS                     05300067
053100      MOVE WS-HORA-MINUTOS-SEGUNDOS TO W-TIME-DIS                 05310067
053200      IF W-SW-DEBUG = "S" THEN                                    05320067
053300         DISPLAY WS-DEBDIS-MSG                                    05330067
053400      END-IF                                                      05340067
053500      .                                                           05350067
053600 9999-FIN-DE-PROGRAMA.                                            05360067
053700     EXEC CICS                                                    05370067
053800          SEND TEXT FROM (MSG-FIN-SESION)                         05380067
053900               ERASE FREEKB                                       05390067
054000     END-EXEC                                                     05400067
054100     EXEC CICS RETURN                                             05410067
054200     END-EXEC                                                     05420067
054300     GOBACK                                                       05430067
054400     .                                                            05440067
