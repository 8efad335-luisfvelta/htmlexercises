000100 IDENTIFICATION DIVISION.                                         00010062
000200 PROGRAM-ID. PSNNES13.                                            00020062
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030062
000400 DATE-WRITTEN. 15/10/2026.                                        00040062
000500 DATE-COMPILED.                                                   00050062
000600************************************************************      00060062
000700* PROGRAMA DE CAPTURA DE NOTAS POR COMPONENTE DE EVALUACION*      00070062
000800* PARA EL PROFESOR TITULAR DE LA OFERTA. EL PROFESOR       *      00080062
000900* FIRMADO EN SN01 TECLEA SU CURSO, AO, TERMINO Y EL       *       00090062
001000* NUMERO DE COMPONENTE DEL PLAN (ARCHIVO EVALPLAN, VER     *      00100062
001100* RLEVALPL, MANTENIDO POR SN12); LA PANTALLA TRAE EL       *      00110062
001200* NOMBRE Y PESO DEL COMPONENTE Y LA LISTA DE ESTUDIANTES   *      00120062
001300* MATRICULADOS (ARCHIVO MATRICUL, VER RLMATRIC) CON LA     *      00130062
001400* NOTA DEL COMPONENTE YA CAPTURADA, SI LA HAY, PARA LLENAR *      00140062
001500* O CORREGIR DE CORRIDO. CADA NOTA TECLEADA SE GRABA O SE  *      00150062
001600* CAMBIA EN EL ARCHIVO NOTACOMP (VER RLNOTCOM) Y SE AUDITA *      00160062
001700* VIA PSNETS83 (SUBTIPO 7 = CAPTURA POR COMPONENTE).       *      00170062
001800* LA NOTA FINAL PONDERADA NO SE GRABA AQUI: LA CALCULA Y   *      00180062
001900* LA PUBLICA EL BATCH PSNEVA01 AL CERRAR LA CAPTURA.       *      00190062
002000* LAS NOTAS DE UN PERIODO (AO + TERMINO) CERRADO EN EL    *       00200062
002100* ARCHIVO DE CONTROL PERIODOS SE RECHAZAN, IGUAL QUE SN09. *      00210062
002200* PUEDE CAPTURAR EL PROFESOR TITULAR DE LA OFERTA          *      00220062
002300* (OF-DNIPROFESOR, O LK-CU-DNIPROFESOR DEL CATALOGO SI EL  *      00230062
002400* CURSO NO TIENE OFERTA EN EL PERIODO, IGUAL QUE SN09).    *      00240062
002420* ADEMAS, PARA GRABAR, SU TIPO DE USUARIO DEBE TENER LA    *      00242062
002440* FUNCION I DE SN13 EN AUTORIZA (PSNETS85); LA NEGATIVA    *      00244062
002460* SE AUDITA.                                               *      00246062
002500* PF8 AVANZA AL SIGUIENTE BLOQUE DE 8 MATRICULADOS.        *      00250062
002600* CON CICS ENLAZA A:                                       *      00260062
002700* PSNETS63:CURSO Y DNI DEL PROFESOR TITULAR DEL CATALOGO   *      00270062
002800* PSNETS73:NOMBRE DE CADA ESTUDIANTE DEL ROSTER            *      00280062
002900* PSNETS83:AUDITORIA DE CADA NOTA DE COMPONENTE GRABADA    *      00290062
002930* PSNETS85:AUTORIZA LA CAPTURA AL TIPO DE USUARIO DEL      *      00293062
002960*          FIRMADO (ARCHIVO AUTORIZA, SN13 FUNCION I)      *      00296062
003000*                                                          *      00300062
003100* EL PROGRAMA PSNETS13 ES LLAMADO DESDE PANTALLA CON LA    *      00310062
003200*    TRANSACCION CICS SN13 DESDE EL MAPA MSNNE13           *      00320062
003300************************************************************      00330062
003400 ENVIRONMENT DIVISION.                                            00340062
003500 CONFIGURATION SECTION.                                           00350062
003600 SPECIAL-NAMES.                                                   00360062
003700 INPUT-OUTPUT SECTION.                                            00370062
003800 DATA DIVISION.                                                   00380062
003900 WORKING-STORAGE SECTION.                                         00390062
004000* COPY AREAS PARA FECHAS                                          00400062
004100 COPY WSFECHAS.                                                   00410062
004200* COPY MSNNE13 MAPA DEL PROGRAMA DE CAPTURA POR COMPONENTE        00420062
004300 COPY MSNNE13.                                                    00430062
004400 01  DATOS-TRABAJO.                                               00440062
004500     05 W-PROFESOR-OK        PIC X VALUE "N".                     00450062
004550     05 W-CAPTURA-OK         PIC X VALUE "N".                     00455062
004600     05 W-COMPONENTE-OK      PIC X VALUE "N".                     00460062
004700     05 W-TER-NOTA           PIC X VALUE "0".                     00470062
004800     05 W-PERIODO-CERRADO    PIC X VALUE "N".                     00480062
004900     05 W-PER-LLAVE.                                              00490062
005000        10 W-PER-AAAA        PIC X(4).                            00500062
005100        10 W-PER-TERMINO     PIC X(1).                            00510062
005200     05 W-EDI-NOTA           PIC 99V99.                           00520062
005300     05 W-EDI-NOTA-R REDEFINES W-EDI-NOTA PIC X(4).               00530062
005400     05 W-EDI-PESO           PIC ZZ9.                             00540062
005500     05 W-IND-LINEA          PIC 9(2).                            00550062
005600     05 W-IND-RES            PIC 9(2).                            00560062
005700     05 W-LINEAS-LLENAS      PIC 9(2) VALUE 0.                    00570062
005800     05 W-NOTAS-TECLEADAS    PIC 9(2) VALUE 0.                    00580062
005900     05 W-FIN-BR             PIC X VALUE "N".                     00590062
006000     05 W-LLAVE-BR.                                               00600062
006100        10 W-BR-CURSO        PIC X(5).                            00610062
006200        10 W-BR-AAAA         PIC X(4).                            00620062
006300        10 W-BR-TERMINO      PIC X(1).                            00630062
006400        10 W-BR-DNI          PIC X(9).                            00640062
006500     05 W-OFE-LLAVE.                                              00650062
006600        10 W-OFE-CURSO       PIC X(5).                            00660062
006700        10 W-OFE-AAAA        PIC X(4).                            00670062
006800        10 W-OFE-TERMINO     PIC X(1).                            00680062
006900     05 W-EVA-LLAVE.                                              00690062
007000        10 W-EVA-CURSO       PIC X(5).                            00700062
007100        10 W-EVA-AAAA        PIC X(4).                            00710062
007200        10 W-EVA-TERMINO     PIC X(1).                            00720062
007300        10 W-EVA-COMPONENTE  PIC 9(2).                            00730062
007400     05 W-EVA-COMPONENTE-R REDEFINES W-EVA-LLAVE.                 00740062
007500        10 FILLER            PIC X(10).                           00750062
007600        10 W-EVA-COMP-X      PIC X(2).                            00760062
007700     05 W-NCO-LLAVE.                                              00770062
007800        10 W-NCO-CURSO       PIC X(5).                            00780062
007900        10 W-NCO-AAAA        PIC X(4).                            00790062
008000        10 W-NCO-TERMINO     PIC X(1).                            00800062
008100        10 W-NCO-DNI         PIC X(9).                            00810062
008200        10 W-NCO-COMPONENTE  PIC 9(2).                            00820062
008300************************************************************      00830062
008400*    RESULTADO POR DNI DE LA ULTIMA PASADA DE GRABACION,   *      00840062
008500*    PARA REPINTARLO AL RECARGAR EL BLOQUE DEL ROSTER      *      00850062
008600************************************************************      00860062
008700 01  TABLA-RESULTADOS.                                            00870062
008800     05 RES-LINEA OCCURS 8 TIMES.                                 00880062
008900        10 RES-DNI           PIC X(9).                            00890062
009000        10 RES-TEXTO         PIC X(12).                           00900062
009100 01  WS-SW-DEBUG.                                                 00910062
009200     05 W-SW-DEBUG    PIC X VALUE "N".                            00920062
009300 01  WS-DEBDIS-MSG.                                               00930062
009400     05 W-TIME-DIS    PIC X(11).                                  00940062
009500     05 FILLER        PIC X VALUE SPACES.                         00950062
009600     05 W-PARRAFO     PIC X(10) VALUE SPACES.                     00960062
009700     05 FILLER        PIC X VALUE SPACES.                         00970062
009800     05 W-CAMPO       PIC X(10) VALUE SPACES.                     00980062
009900     05 FILLER        PIC X VALUE "=".                            00990062
010000     05 W-VALOR       PIC X(20).                                  01000062
010100     05 FILLER        PIC X VALUE SPACES.                         01010062
010200     05 W-FECHA-DIS   PIC X(10).                                  01020062
010300* AYUDAS DE BMS                                                   01030062
010400 COPY DFHAID.                                                     01040062
010500 COPY DFHBMSCA.                                                   01050062
010600 01 MI-COMMAREA PIC X(100).                                       01060062
010700 01 MI-COMMAREA-RED REDEFINES MI-COMMAREA.                        01070062
010800     03 CA-TRANS  PIC XXXX.                                       01080062
010900     03 CA-TERM   PIC XXXX.                                       01090062
011000     03 CA-DNI    PIC X(9).                                       01100062
011100     03 CA-RESTO.                                                 01110062
011200*       SELECCION Y POSICION DE PAGINACION DEL ROSTER, PARA       01120062
011300*       QUE LA PASADA DE GRABACION Y EL PF8 RETOMEN ENTRE         01130062
011400*       TAREAS PSEUDO-CONVERSACIONALES                            01140062
011500        05 CA-CURSO-SEL  PIC X(5).                                01150062
011600        05 CA-AAAA-SEL   PIC X(4).                                01160062
011700        05 CA-TER-SEL    PIC X(1).                                01170062
011800        05 CA-COMP-SEL   PIC X(2).                                01180062
011900        05 CA-DNI-PAGINA PIC X(9).                                01190062
012000        05 CA-DNI-ULTIMO PIC X(9).                                01200062
012100        05 FILLER        PIC X(6).                                01210062
012200*       IDENTIDAD FIRMADA EN SN01 (PSNETS01); VIAJA EN LA         01220062
012300*       MISMA POSICION (BYTES 54-67) EN LAS COMMAREAS DE          01230062
012400*       SN03/SN04/SN05 PARA SOBREVIVIR LOS TRASPASOS              01240062
012500        05 CA-OPERADOR   PIC X(9).                                01250062
012600        05 CA-TIPOUSUA   PIC X(5).                                01260062
012700        05 FILLER        PIC X(33).                               01270062
012800* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  01280062
012900 COPY LKNOTAS.                                                    01290062
013000* MATRICUL ES UN ARCHIVO MANEJADO POR CICS; REG-MATRICULA         01300062
013100* SOLO SE NECESITA COMO AREA DE TRABAJO PARA EL BROWSE DEL        01310062
013200* ROSTER                                                          01320062
013300 COPY RLMATRIC.                                                   01330062
013400* PERIODOS, OFERTAS, EVALPLAN Y NOTACOMP SON ARCHIVOS MANEJADOS   01340062
013500* POR CICS; SUS REGISTROS SOLO SE NECESITAN COMO AREAS DE         01350062
013600* TRABAJO PARA LOS EXEC CICS READ/WRITE/REWRITE                   01360062
013700 COPY RLPERIOD.                                                   01370062
013800 COPY RLOFERTA.                                                   01380062
013900 COPY RLEVALPL.                                                   01390062
014000 COPY RLNOTCOM.                                                   01400062
014100 01 MENSAJES.                                                     01410062
014200    03 MSG-FIN-SESION PIC X(18) VALUE "AU REVOIR MON AMI!".       01420062
014300    03 MSG    PIC X(50) VALUE SPACES.                             01430062
014400 LINKAGE SECTION.                                                 01440062
014500*    INSERTADO POR EL TRADUCTOR CICS DELANTE DE LA APLICACION     01450062
014600 COPY DFHEIBLK.                                                   01460062
014700 01 DFHCOMMAREA PIC X(100).                                       01470062
014800 PROCEDURE DIVISION.                                              01480062
014900 0000-MAIN.                                                       01490062
015000     PERFORM 1000-INICIO-DE-PROGRAMA                              01500062
015100     PERFORM 2000-MANEJO-DE-CICLOS-DE-CICS                        01510062
015200     PERFORM 9999-FIN-DE-PROGRAMA                                 01520062
015300     .                                                            01530062
015400 1000-INICIO-DE-PROGRAMA.                                         01540062
015500     CONTINUE                                                     01550062
015600     .                                                            01560062
015700 2000-MANEJO-DE-CICLOS-DE-CICS.                                   01570062
015800     IF EIBCALEN = 0 THEN                                         01580062
015900*       PRIMERA ENTRADA SIN COMMAREA: SE LIMPIA MI-COMMAREA       01590062
016000*       PARA NO ARRASTRAR BASURA EN CA-OPERADOR/CA-TIPOUSUA       01600062
016100        MOVE SPACES TO MI-COMMAREA                                01610062
016200        PERFORM 3100-CARGA-DATOS-PARA-MAPA                        01620062
016300        PERFORM 7000-ENVIO-MAPA                                   01630062
016400        PERFORM 7800-RETORNO-TRANSACCION                          01640062
016500     ELSE                                                         01650062
016600        MOVE DFHCOMMAREA TO MI-COMMAREA                           01660062
016700        PERFORM 7100-RECIBO-DE-MAPA                               01670062
016800     END-IF                                                       01680062
016900     .                                                            01690062
017000 3100-CARGA-DATOS-PARA-MAPA.                                      01700062
017100     PERFORM 3150-GET-DATES                                       01710062
017200     MOVE SPACES TO MTXMSGO                                       01720062
017300     MOVE "TECLEE CURSO, ANIO, TERMINO Y COMPONENTE" TO MTXMSGO   01730062
017400     .                                                            01740062
017500 3150-GET-DATES.                                                  01750062
017600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         01760062
017700     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        01770062
017800     MOVE WS-CURRENT-MONTH      TO WS-MM                          01780062
017900     MOVE WS-CURRENT-DAY        TO WS-DD                          01790062
018000     MOVE WS-CURRENT-HH         TO WS-HH-F1                       01800062
018100     MOVE WS-CURRENT-MM         TO WS-MM-F1                       01810062
018200     MOVE WS-CURRENT-SS         TO WS-SS-F1                       01820062
018300     MOVE WS-CURRENT-CC         TO WS-CC-F1                       01830062
018400     .                                                            01840062
018500 3200-VALIDA-PROFESOR.                                            01850062
018600************************************************************      01860062
018700*    EL FIRMADO EN SN01 DEBE SER EL PROFESOR TITULAR DEL   *      01870062
018800*    CURSO EN EL PERIODO: OF-DNIPROFESOR DE LA OFERTA O,   *      01880062
018900*    SIN OFERTA, LK-CU-DNIPROFESOR DEL CATALOGO (MISMA     *      01890062
019000*    REGLA QUE 3200-VALIDA-PROFESOR DE PSNETS09)           *      01900062
019100************************************************************      01910062
019200     MOVE "N" TO W-PROFESOR-OK                                    01920062
019300     IF CA-OPERADOR = SPACES OR LOW-VALUES THEN                   01930062
019400        MOVE "INICIE SESION CON SN01 PARA CAPTURAR"               01940062
019500             TO MTXMSGO                                           01950062
019600     ELSE                                                         01960062
019700        MOVE CA-OPERADOR TO MOPDNO                                01970062
019800*       TIPO-OPE 1 = CONSULTA DEL CATALOGO DE CURSOS              01980062
019900        MOVE 1      TO LK-CU-TIPO-OPE                             01990062
020000        MOVE 1      TO LK-CU-SUBTIPO-OPE                          02000062
020100        MOVE MCUREI TO LK-CU-CURSO                                02010062
020200        MOVE 100    TO LK-CU-SQLCODE                              02020062
020300        PERFORM 4100-BUSCAR-CURSO                                 02030062
020400        IF LK-CU-SQLCODE NOT = 0 THEN                             02040062
020500           MOVE "CURSO NO REGISTRADO" TO MTXMSGO                  02050062
020600        ELSE                                                      02060062
020700           PERFORM 3220-BUSCA-OFERTA                              02070062
020800           IF LK-CU-DNIPROFESOR = CA-OPERADOR THEN                02080062
020900              MOVE "S" TO W-PROFESOR-OK                           02090062
021000           ELSE                                                   02100062
021100              IF MTXMSGO = SPACES OR LOW-VALUES THEN              02110062
021200                 MOVE "USTED NO ES EL PROFESOR DEL CURSO"         02120062
021300                      TO MTXMSGO                                  02130062
021400              END-IF                                              02140062
021500           END-IF                                                 02150062
021600        END-IF                                                    02160062
021700     END-IF                                                       02170062
021800     .                                                            02180062
021900 3220-BUSCA-OFERTA.                                               02190062
022000************************************************************      02200062
022100*    SI EL CURSO TIENE OFERTA EN EL PERIODO TECLEADO, EL   *      02210062
022200*    PROFESOR DE LA OFERTA REEMPLAZA AL DEL CATALOGO EN    *      02220062
022300*    LK-CU-DNIPROFESOR. UN ERROR DE LECTURA NO DEJA PASAR  *      02230062
022400*    A NINGUN PROFESOR                                     *      02240062
022500************************************************************      02250062
022600     MOVE MCUREI     TO W-OFE-CURSO                               02260062
022700     MOVE MAAAEI     TO W-OFE-AAAA                                02270062
022800     MOVE W-TER-NOTA TO W-OFE-TERMINO                             02280062
022900     EXEC CICS READ                                               02290062
023000          FILE('OFERTAS')                                         02300062
023100          INTO(REG-OFERTA)                                        02310062
023200          RIDFLD(W-OFE-LLAVE)                                     02320062
023300          NOHANDLE                                                02330062
023400     END-EXEC                                                     02340062
023500     EVALUATE TRUE                                                02350062
023600        WHEN EIBRESP = 0                                          02360062
023700             MOVE OF-DNIPROFESOR TO LK-CU-DNIPROFESOR             02370062
023800*       NOTFND (13): SIN OFERTA, VALE EL PROFESOR DEL CATALOGO    02380062
023900        WHEN EIBRESP = 13                                         02390062
024000             CONTINUE                                             02400062
024100        WHEN OTHER                                                02410062
024200             MOVE SPACES TO LK-CU-DNIPROFESOR                     02420062
024300             MOVE "ERROR LEYENDO ARCHIVO OFERTAS" TO MTXMSGO      02430062
024400     END-EVALUATE                                                 02440062
024500     .                                                            02450062
024600 3230-VALIDA-COMPONENTE.                                          02460062
024700************************************************************      02470062
024800*    EL COMPONENTE TECLEADO DEBE EXISTIR EN EL PLAN DE     *      02480062
024900*    EVALUACION DE LA OFERTA; SU NOMBRE Y PESO SE PINTAN   *      02490062
025000*    EN LA CABECERA DEL ROSTER                             *      02500062
025100************************************************************      02510062
025200     MOVE "N"        TO W-COMPONENTE-OK                           02520062
025300     MOVE SPACES     TO MCNOMEO                                   02530062
025400     MOVE SPACES     TO MCPESEO                                   02540062
025500     MOVE MCUREI     TO W-EVA-CURSO                               02550062
025600     MOVE MAAAEI     TO W-EVA-AAAA                                02560062
025700     MOVE W-TER-NOTA TO W-EVA-TERMINO                             02570062
025800     MOVE MCOMEI     TO W-EVA-COMP-X                              02580062
025900     IF W-EVA-COMPONENTE NOT NUMERIC                              02590062
026000        OR W-EVA-COMPONENTE = 0 OR W-EVA-COMPONENTE > 10 THEN     02600062
026100        MOVE "COMPONENTE INVALIDO - USE 01 A 10" TO MTXMSGO       02610062
026200     ELSE                                                         02620062
026300        EXEC CICS READ                                            02630062
026400             FILE('EVALPLAN')                                     02640062
026500             INTO(REG-PLAN-EVAL)                                  02650062
026600             RIDFLD(W-EVA-LLAVE)                                  02660062
026700             NOHANDLE                                             02670062
026800        END-EXEC                                                  02680062
026900        EVALUATE TRUE                                             02690062
027000           WHEN EIBRESP = 0                                       02700062
027100                MOVE "S"         TO W-COMPONENTE-OK               02710062
027200                MOVE EV-NOMBRE   TO MCNOMEO                       02720062
027300                MOVE EV-PESO     TO W-EDI-PESO                    02730062
027400                MOVE W-EDI-PESO  TO MCPESEO                       02740062
027500*          NOTFND (13): EL PLAN NO TIENE ESE COMPONENTE           02750062
027600           WHEN EIBRESP = 13                                      02760062
027700                MOVE "COMPONENTE NO EXISTE EN EL PLAN (SN12)"     02770062
027800                     TO MTXMSGO                                   02780062
027900           WHEN OTHER                                             02790062
028000                MOVE "ERROR LEYENDO ARCHIVO EVALPLAN" TO MTXMSGO  02800062
028100        END-EVALUATE                                              02810062
028200     END-IF                                                       02820062
028300     .                                                            02830062
028400 3250-VERIFICA-PERIODO.                                           02840062
028500************************************************************      02850062
028600*    LAS NOTAS DE UN PERIODO CERRADO EN EL ARCHIVO DE      *      02860062
028700*    CONTROL PERIODOS NO SE GRABAN. UN PERIODO SIN         *      02870062
028800*    REGISTRO SE CONSIDERA ABIERTO Y CUALQUIER OTRO ERROR  *      02880062
028900*    DE LECTURA SE TRATA COMO CERRADO (MISMO PROTOCOLO QUE *      02890062
029000*    3250-VERIFICA-PERIODO DE PSNETS09)                    *      02900062
029100************************************************************      02910062
029200     MOVE "N" TO W-PERIODO-CERRADO                                02920062
029300     MOVE CA-AAAA-SEL TO W-PER-AAAA                               02930062
029400     MOVE CA-TER-SEL  TO W-PER-TERMINO                            02940062
029500     EXEC CICS READ                                               02950062
029600          FILE('PERIODOS')                                        02960062
029700          INTO(REG-PERIODO)                                       02970062
029800          RIDFLD(W-PER-LLAVE)                                     02980062
029900          NOHANDLE                                                02990062
030000     END-EXEC                                                     03000062
030100     EVALUATE TRUE                                                03010062
030200        WHEN EIBRESP = 0 AND PE-CERRADO                           03020062
030300             MOVE "S" TO W-PERIODO-CERRADO                        03030062
030400        WHEN EIBRESP = 0                                          03040062
030500             CONTINUE                                             03050062
030600*       NOTFND (13): PERIODO SIN REGISTRO = ABIERTO               03060062
030700        WHEN EIBRESP = 13                                         03070062
030800             CONTINUE                                             03080062
030900        WHEN OTHER                                                03090062
031000             MOVE "S" TO W-PERIODO-CERRADO                        03100062
031100     END-EVALUATE                                                 03110062
031200     .                                                            03120062
031203 3260-AUTORIZA-CAPTURA.                                           03120362
031206************************************************************      03120662
031209*    ANTES DE GRABAR: SOLO CON SESION FIRMADA EN SN01, Y   *      03120962
031212*    SI EL TIPO DE USUARIO TIENE LA FUNCION I DE SN13 EN   *      03121262
031215*    AUTORIZA (MISMO PROTOCOLO QUE 3260 DE PSNETS09). NO   *      03121562
031218*    REEMPLAZA A 3200: EL FIRMADO DEBE SER ADEMAS EL       *      03121862
031221*    PROFESOR TITULAR DE LA OFERTA                         *      03122162
031224************************************************************      03122462
031227     MOVE "N" TO W-CAPTURA-OK                                     03122762
031230     IF CA-OPERADOR = SPACES OR LOW-VALUES THEN                   03123062
031233        MOVE "INICIE SESION CON SN01 PARA CAPTURAR"               03123362
031236             TO MTXMSGO                                           03123662
031239     ELSE                                                         03123962
031242        MOVE CA-TIPOUSUA TO LK-AZ-TIPOUSUA                        03124262
031245        MOVE "SN13"      TO LK-AZ-TRANSACCION                     03124562
031248        MOVE "I"         TO LK-AZ-FUNCION                         03124862
031251        MOVE CA-OPERADOR TO LK-AZ-OPERADOR                        03125162
031254        MOVE "S"         TO LK-AZ-REGISTRA                        03125462
031257        MOVE 1           TO LK-AZ-COD-RET                         03125762
031260        PERFORM 4500-VERIFICA-AUTORIZACION                        03126062
031263        IF LK-AZ-COD-RET = 0 THEN                                 03126362
031266           MOVE "S" TO W-CAPTURA-OK                               03126662
031269        ELSE                                                      03126962
031272           MOVE "OPERACION NO AUTORIZADA A SU USUARIO"            03127262
031275                TO MTXMSGO                                        03127562
031278        END-IF                                                    03127862
031281     END-IF                                                       03128162
031284     .                                                            03128462
031300 3300-PROCESA-ENTER.                                              03130062
031400************************************************************      03140062
031500*    ENTER: VALIDA PROFESOR Y COMPONENTE; UNA SELECCION    *      03150062
031600*    NUEVA CARGA EL PRIMER BLOQUE DEL ROSTER, Y LA MISMA   *      03160062
031700*    SELECCION GRABA LAS NOTAS TECLEADAS Y RECARGA EL      *      03170062
031800*    BLOQUE CON EL RESULTADO DE CADA RENGLON               *      03180062
031900************************************************************      03190062
032000     MOVE SPACES TO MTXMSGO                                       03200062
032100*    TERMINO EN BLANCO = "0" (CURSO ANUAL)                        03210062
032200     IF MTEREI = SPACES OR LOW-VALUES THEN                        03220062
032300        MOVE "0" TO W-TER-NOTA                                    03230062
032400     ELSE                                                         03240062
032500        MOVE MTEREI TO W-TER-NOTA                                 03250062
032600     END-IF                                                       03260062
032700     IF MCUREI = SPACES OR LOW-VALUES THEN                        03270062
032800        MOVE "TECLEE CURSO, ANIO, TERMINO Y COMPONENTE"           03280062
032900             TO MTXMSGO                                           03290062
033000     ELSE                                                         03300062
033100     IF W-TER-NOTA NOT = "0" AND "1" AND "2" THEN                 03310062
033200        MOVE "TERMINO INVALIDO - USE 1/2" TO MTXMSGO              03320062
033300     ELSE                                                         03330062
033400     PERFORM 3200-VALIDA-PROFESOR                                 03340062
033500     IF W-PROFESOR-OK = "S" THEN                                  03350062
033600        PERFORM 3230-VALIDA-COMPONENTE                            03360062
033700     END-IF                                                       03370062
033800     IF W-PROFESOR-OK = "S" AND W-COMPONENTE-OK = "S" THEN        03380062
033900        IF MCUREI NOT = CA-CURSO-SEL                              03390062
034000           OR MAAAEI NOT = CA-AAAA-SEL                            03400062
034100           OR W-TER-NOTA NOT = CA-TER-SEL                         03410062
034200           OR MCOMEI NOT = CA-COMP-SEL THEN                       03420062
034300           MOVE MCUREI     TO CA-CURSO-SEL                        03430062
034400           MOVE MAAAEI     TO CA-AAAA-SEL                         03440062
034500           MOVE W-TER-NOTA TO CA-TER-SEL                          03450062
034600           MOVE MCOMEI     TO CA-COMP-SEL                         03460062
034700           MOVE LOW-VALUES TO CA-DNI-PAGINA                       03470062
034800           MOVE LOW-VALUES TO CA-DNI-ULTIMO                       03480062
034900           PERFORM 3520-BORRA-RESULTADO                           03490062
035000                  VARYING W-IND-RES FROM 1 BY 1                   03500062
035100                  UNTIL W-IND-RES > 8                             03510062
035200        ELSE                                                      03520062
035300*          LAS NOTAS DE UN PERIODO CERRADO NO SE GRABAN           03530062
035400           PERFORM 3250-VERIFICA-PERIODO                          03540062
035500           IF W-PERIODO-CERRADO = "S" THEN                        03550062
035600              MOVE "PERIODO CERRADO - NOTAS NO GRABADAS"          03560062
035700                   TO MTXMSGO                                     03570062
035800           ELSE                                                   03580062
035830              PERFORM 3260-AUTORIZA-CAPTURA                       03583062
035860              IF W-CAPTURA-OK = "S" THEN                          03586062
035900                 PERFORM 3500-GRABA-NOTAS-TECLEADAS               03590062
035950              END-IF                                              03595062
036000           END-IF                                                 03600062
036100        END-IF                                                    03610062
036200        PERFORM 3400-CARGA-ROSTER                                 03620062
036300     END-IF                                                       03630062
036400     END-IF                                                       03640062
036500     END-IF                                                       03650062
036600     PERFORM 7000-ENVIO-MAPA                                      03660062
036700     PERFORM 7800-RETORNO-TRANSACCION                             03670062
036800     .                                                            03680062
036900 3400-CARGA-ROSTER.                                               03690062
037000     MOVE 0 TO W-LINEAS-LLENAS                                    03700062
037100     PERFORM 3450-BORRA-LINEA                                     03710062
037200            VARYING W-IND-LINEA FROM 1 BY 1                       03720062
037300            UNTIL W-IND-LINEA > 8                                 03730062
037400     MOVE CA-CURSO-SEL  TO W-BR-CURSO                             03740062
037500     MOVE CA-AAAA-SEL   TO W-BR-AAAA                              03750062
037600     MOVE CA-TER-SEL    TO W-BR-TERMINO                           03760062
037700     IF CA-DNI-PAGINA = LOW-VALUES OR SPACES THEN                 03770062
037800        MOVE LOW-VALUES TO W-BR-DNI                               03780062
037900     ELSE                                                         03790062
038000        MOVE CA-DNI-PAGINA TO W-BR-DNI                            03800062
038100     END-IF                                                       03810062
038200     EXEC CICS STARTBR                                            03820062
038300          FILE('MATRICUL')                                        03830062
038400          RIDFLD(W-LLAVE-BR)                                      03840062
038500          GTEQ                                                    03850062
038600          NOHANDLE                                                03860062
038700     END-EXEC                                                     03870062
038800     IF EIBRESP NOT = 0 THEN                                      03880062
038900        MOVE "SIN MATRICULADOS EN ESE CURSO/PERIODO"              03890062
039000             TO MTXMSGO                                           03900062
039100     ELSE                                                         03910062
039200        MOVE "N" TO W-FIN-BR                                      03920062
039300        PERFORM 3470-LEE-MATRICULADO                              03930062
039400               UNTIL W-FIN-BR = "S"                               03940062
039500        EXEC CICS ENDBR                                           03950062
039600             FILE('MATRICUL')                                     03960062
039700             NOHANDLE                                             03970062
039800        END-EXEC                                                  03980062
039900        IF W-LINEAS-LLENAS = 0 THEN                               03990062
040000           MOVE "SIN MATRICULADOS EN ESE CURSO/PERIODO"           04000062
040100                TO MTXMSGO                                        04010062
040200           MOVE LOW-VALUES TO CA-DNI-PAGINA                       04020062
040300           MOVE LOW-VALUES TO CA-DNI-ULTIMO                       04030062
040400        ELSE                                                      04040062
040500           IF MTXMSGO = SPACES OR LOW-VALUES THEN                 04050062
040600              MOVE "TECLEE LAS NOTAS Y PRESIONE ENTER"            04060062
040700                   TO MTXMSGO                                     04070062
040800           END-IF                                                 04080062
040900        END-IF                                                    04090062
041000     END-IF                                                       04100062
041100     .                                                            04110062
041200 3450-BORRA-LINEA.                                                04120062
041300     MOVE SPACES TO MRDNIO (W-IND-LINEA)                          04130062
041400     MOVE SPACES TO MRNOMO (W-IND-LINEA)                          04140062
041500     MOVE SPACES TO MRNOTO (W-IND-LINEA)                          04150062
041600     MOVE SPACES TO MRRESO (W-IND-LINEA)                          04160062
041700     .                                                            04170062
041800 3470-LEE-MATRICULADO.                                            04180062
041900     EXEC CICS READNEXT                                           04190062
042000          FILE('MATRICUL')                                        04200062
042100          INTO(REG-MATRICULA)                                     04210062
042200          RIDFLD(W-LLAVE-BR)                                      04220062
042300          NOHANDLE                                                04230062
042400     END-EXEC                                                     04240062
042500     EVALUATE TRUE                                                04250062
042600        WHEN EIBRESP NOT = 0                                      04260062
042700             MOVE "S" TO W-FIN-BR                                 04270062
042800        WHEN MA-CURSO NOT = CA-CURSO-SEL                          04280062
042900          OR MA-AAAA NOT = CA-AAAA-SEL                            04290062
043000          OR MA-TERMINO NOT = CA-TER-SEL                          04300062
043100             MOVE "S" TO W-FIN-BR                                 04310062
043200*       EL ULTIMO DNI DEL BLOQUE ANTERIOR YA SE MOSTRO            04320062
043300        WHEN MA-DNI = CA-DNI-PAGINA                               04330062
043400             CONTINUE                                             04340062
043500*       SOLO SE CAPTURA A LOS MATRICULADOS ACTIVOS                04350062
043600        WHEN NOT MA-ACTIVA                                        04360062
043700             CONTINUE                                             04370062
043800        WHEN OTHER                                                04380062
043900             ADD 1 TO W-LINEAS-LLENAS                             04390062
044000             MOVE W-LINEAS-LLENAS TO W-IND-LINEA                  04400062
044100             PERFORM 3480-PINTA-LINEA                             04410062
044200             MOVE MA-DNI TO CA-DNI-ULTIMO                         04420062
044300             IF W-LINEAS-LLENAS = 8 THEN                          04430062
044400                MOVE "S" TO W-FIN-BR                              04440062
044500                MOVE "PF8 AVANZA AL SIGUIENTE BLOQUE"             04450062
044600                     TO MTXMSGO                                   04460062
044700             END-IF                                               04470062
044800     END-EVALUATE                                                 04480062
044900     .                                                            04490062
045000 3480-PINTA-LINEA.                                                04500062
045100     MOVE MA-DNI TO MRDNIO (W-IND-LINEA)                          04510062
045200     MOVE MA-DNI TO LK-US-DNI                                     04520062
045300     MOVE 1      TO LK-US-COD-RET                                 04530062
045400     MOVE 100    TO LK-US-SQLCODE                                 04540062
045500     MOVE SPACES TO LK-US-TIPOUSUA                                04550062
045600     PERFORM 4200-BUSCAR-USUARIO                                  04560062
045700     IF LK-US-COD-RET = 0 THEN                                    04570062
045800        MOVE LK-US-APELLIDOS TO MRNOMO (W-IND-LINEA)              04580062
045900     ELSE                                                         04590062
046000        MOVE "**NO REGISTRADO**" TO MRNOMO (W-IND-LINEA)          04600062
046100     END-IF                                                       04610062
046200     PERFORM 3485-PINTA-NOTA-COMPONENTE                           04620062
046300     PERFORM 3490-APLICA-RESULTADO                                04630062
046400            VARYING W-IND-RES FROM 1 BY 1                         04640062
046500            UNTIL W-IND-RES > 8                                   04650062
046600     .                                                            04660062
046700 3485-PINTA-NOTA-COMPONENTE.                                      04670062
046800*    NOTA DEL COMPONENTE YA CAPTURADA PARA ESTE ESTUDIANTE        04680062
046900     MOVE CA-CURSO-SEL  TO W-NCO-CURSO                            04690062
047000     MOVE CA-AAAA-SEL   TO W-NCO-AAAA                             04700062
047100     MOVE CA-TER-SEL    TO W-NCO-TERMINO                          04710062
047200     MOVE MA-DNI        TO W-NCO-DNI                              04720062
047300     MOVE CA-COMP-SEL   TO W-EVA-COMP-X                           04730062
047400     MOVE W-EVA-COMPONENTE TO W-NCO-COMPONENTE                    04740062
047500     EXEC CICS READ                                               04750062
047600          FILE('NOTACOMP')                                        04760062
047700          INTO(REG-NOTA-COMP)                                     04770062
047800          RIDFLD(W-NCO-LLAVE)                                     04780062
047900          NOHANDLE                                                04790062
048000     END-EXEC                                                     04800062
048100     IF EIBRESP = 0 THEN                                          04810062
048200        MOVE NC-NOTA      TO W-EDI-NOTA                           04820062
048300        MOVE W-EDI-NOTA-R TO MRNOTO (W-IND-LINEA)                 04830062
048400     END-IF                                                       04840062
048500     .                                                            04850062
048600 3490-APLICA-RESULTADO.                                           04860062
048700     IF RES-DNI (W-IND-RES) = MA-DNI                              04870062
048800        AND RES-DNI (W-IND-RES) NOT = SPACES THEN                 04880062
048900        MOVE RES-TEXTO (W-IND-RES) TO MRRESO (W-IND-LINEA)        04890062
049000     END-IF                                                       04900062
049100     .                                                            04910062
049200 3500-GRABA-NOTAS-TECLEADAS.                                      04920062
049300     MOVE 0 TO W-NOTAS-TECLEADAS                                  04930062
049400     PERFORM 3520-BORRA-RESULTADO                                 04940062
049500            VARYING W-IND-RES FROM 1 BY 1                         04950062
049600            UNTIL W-IND-RES > 8                                   04960062
049700     PERFORM 3550-GRABA-UNA-LINEA                                 04970062
049800            VARYING W-IND-LINEA FROM 1 BY 1                       04980062
049900            UNTIL W-IND-LINEA > 8                                 04990062
050000     IF W-NOTAS-TECLEADAS > 0 THEN                                05000062
050100        MOVE "NOTAS PROCESADAS - REVISE RESULTADOS"               05010062
050200             TO MTXMSGO                                           05020062
050300     END-IF                                                       05030062
050400     .                                                            05040062
050500 3520-BORRA-RESULTADO.                                            05050062
050600     MOVE SPACES TO RES-DNI (W-IND-RES)                           05060062
050700     MOVE SPACES TO RES-TEXTO (W-IND-RES)                         05070062
050800     .                                                            05080062
050900 3550-GRABA-UNA-LINEA.                                            05090062
051000************************************************************      05100062
051100*    SOLO VUELVEN LAS NOTAS TECLEADAS O CAMBIADAS (EL      *      05110062
051200*    CAMPO DE NOTA NO LLEVA FSET); CADA UNA SE GRABA COMO  *      05120062
051300*    ALTA O CAMBIO DEL REGISTRO NOTACOMP DEL ESTUDIANTE    *      05130062
051400************************************************************      05140062
051500     IF MRDNII (W-IND-LINEA) NOT = SPACES AND LOW-VALUES          05150062
051600        AND MRNOTI (W-IND-LINEA) NOT = SPACES AND LOW-VALUES      05160062
051700     THEN                                                         05170062
051800        ADD 1 TO W-NOTAS-TECLEADAS                                05180062
051900        MOVE MRDNII (W-IND-LINEA) TO RES-DNI (W-IND-LINEA)        05190062
052000        MOVE MRNOTI (W-IND-LINEA) TO W-EDI-NOTA-R                 05200062
052100        IF W-EDI-NOTA NOT NUMERIC THEN                            05210062
052200           MOVE "NOTA INVALID" TO RES-TEXTO (W-IND-LINEA)         05220062
052300        ELSE                                                      05230062
052400           PERFORM 3560-GRABA-NOTA-COMPONENTE                     05240062
052500        END-IF                                                    05250062
052600     END-IF                                                       05260062
052700     .                                                            05270062
052800 3560-GRABA-NOTA-COMPONENTE.                                      05280062
052900     PERFORM 3150-GET-DATES                                       05290062
053000     MOVE CA-CURSO-SEL         TO W-NCO-CURSO                     05300062
053100     MOVE CA-AAAA-SEL          TO W-NCO-AAAA                      05310062
053200     MOVE CA-TER-SEL           TO W-NCO-TERMINO                   05320062
053300     MOVE MRDNII (W-IND-LINEA) TO W-NCO-DNI                       05330062
053400     MOVE CA-COMP-SEL          TO W-EVA-COMP-X                    05340062
053500     MOVE W-EVA-COMPONENTE     TO W-NCO-COMPONENTE                05350062
053600     EXEC CICS READ                                               05360062
053700          FILE('NOTACOMP')                                        05370062
053800          INTO(REG-NOTA-COMP)                                     05380062
053900          RIDFLD(W-NCO-LLAVE)                                     05390062
054000          UPDATE                                                  05400062
054100          NOHANDLE                                                05410062
054200     END-EXEC                                                     05420062
054300     EVALUATE TRUE                                                05430062
054400        WHEN EIBRESP = 0                                          05440062
054500             MOVE W-EDI-NOTA          TO NC-NOTA                  05450062
054600             MOVE WS-FECHA-AAAA-MM-DD TO NC-FECHA-CAMBIO          05460062
054700             MOVE CA-OPERADOR         TO NC-OPERADOR              05470062
054800             EXEC CICS REWRITE                                    05480062
054900                  FILE('NOTACOMP')                                05490062
055000                  FROM(REG-NOTA-COMP)                             05500062
055100                  NOHANDLE                                        05510062
055200             END-EXEC                                             05520062
055300             IF EIBRESP = 0 THEN                                  05530062
055400                MOVE "CAMBIADA" TO RES-TEXTO (W-IND-LINEA)        05540062
055500                MOVE 3 TO LK-AU-TIPO-OPE                          05550062
055600                PERFORM 3580-AUDITA-NOTA                          05560062
055700             ELSE                                                 05570062
055800                MOVE "NO GRABADA" TO RES-TEXTO (W-IND-LINEA)      05580062
055900             END-IF                                               05590062
056000*       NOTFND (13): PRIMERA NOTA DEL COMPONENTE                  05600062
056100        WHEN EIBRESP = 13                                         05610062
056200             MOVE SPACES              TO REG-NOTA-COMP            05620062
056300             MOVE W-NCO-LLAVE         TO NC-LLAVE                 05630062
056400             MOVE W-EDI-NOTA          TO NC-NOTA                  05640062
056500             MOVE WS-FECHA-AAAA-MM-DD TO NC-FECHA-CAMBIO          05650062
056600             MOVE CA-OPERADOR         TO NC-OPERADOR              05660062
056700             EXEC CICS WRITE                                      05670062
056800                  FILE('NOTACOMP')                                05680062
056900                  FROM(REG-NOTA-COMP)                             05690062
057000                  RIDFLD(NC-LLAVE)                                05700062
057100                  NOHANDLE                                        05710062
057200             END-EXEC                                             05720062
057300             IF EIBRESP = 0 THEN                                  05730062
057400                MOVE "GRABADA" TO RES-TEXTO (W-IND-LINEA)         05740062
057500                MOVE 2 TO LK-AU-TIPO-OPE                          05750062
057600                PERFORM 3580-AUDITA-NOTA                          05760062
057700             ELSE                                                 05770062
057800                MOVE "NO GRABADA" TO RES-TEXTO (W-IND-LINEA)      05780062
057900             END-IF                                               05790062
058000        WHEN OTHER                                                05800062
058100             MOVE "NO GRABADA" TO RES-TEXTO (W-IND-LINEA)         05810062
058200     END-EVALUATE                                                 05820062
058300     .                                                            05830062
058400 3580-AUDITA-NOTA.                                                05840062
058500*    LK-AU-TIPO-OPE VIENE CARGADO: 2 = ALTA, 3 = CAMBIO           05850062
058600     MOVE 7                    TO LK-AU-SUBTIPO                   05860062
058700     MOVE CA-OPERADOR          TO LK-AU-OPERADOR                  05870062
058800     MOVE MRDNII (W-IND-LINEA) TO LK-AU-DNI-CONSULTADO            05880062
058900     MOVE WS-FECHA-AAAA-MM-DD      TO LK-AU-FECHA                 05890062
059000     MOVE WS-HORA-MINUTOS-SEGUNDOS TO LK-AU-HORA                  05900062
059100     PERFORM 4300-REGISTRA-AUDITORIA                              05910062
059200     .                                                            05920062
059300 3700-HACIA-ADELANTE.                                             05930062
059400     IF CA-DNI-ULTIMO = LOW-VALUES OR SPACES THEN                 05940062
059500        MOVE LOW-VALUES TO CA-DNI-PAGINA                          05950062
059600     ELSE                                                         05960062
059700        MOVE CA-DNI-ULTIMO TO CA-DNI-PAGINA                       05970062
059800     END-IF                                                       05980062
059900     MOVE SPACES TO MTXMSGO                                       05990062
060000     IF CA-CURSO-SEL = SPACES OR LOW-VALUES THEN                  06000062
060100        MOVE "TECLEE CURSO, ANIO, TERMINO Y COMPONENTE"           06010062
060200             TO MTXMSGO                                           06020062
060300     ELSE                                                         06030062
060400        MOVE CA-TER-SEL TO W-TER-NOTA                             06040062
060500        PERFORM 3230-VALIDA-COMPONENTE                            06050062
060600        PERFORM 3520-BORRA-RESULTADO                              06060062
060700               VARYING W-IND-RES FROM 1 BY 1                      06070062
060800               UNTIL W-IND-RES > 8                                06080062
060900        PERFORM 3400-CARGA-ROSTER                                 06090062
061000     END-IF                                                       06100062
061100     PERFORM 7000-ENVIO-MAPA                                      06110062
061200     PERFORM 7800-RETORNO-TRANSACCION                             06120062
061300     .                                                            06130062
061400 4100-BUSCAR-CURSO.                                               06140062
061500      EXEC CICS LINK PROGRAM('PSNETS63')                          06150062
061600           COMMAREA(AREA-LINK-CUR)                                06160062
061700           LENGTH(LENGTH OF AREA-LINK-CUR)                        06170062
061800      END-EXEC                                                    06180062
061900      .                                                           06190062
062000 4200-BUSCAR-USUARIO.                                             06200062
062100      EXEC CICS LINK PROGRAM('PSNETS73')                          06210062
062200           COMMAREA(AREA-LINK-USUARIO)                            06220062
062300           LENGTH(LENGTH OF AREA-LINK-USUARIO)                    06230062
062400      END-EXEC                                                    06240062
062500      .                                                           06250062
062600 4300-REGISTRA-AUDITORIA.                                         06260062
062700     EXEC CICS LINK PROGRAM('PSNETS83')                           06270062
062800          COMMAREA(AREA-LINK-AUDITORIA)                           06280062
062900          LENGTH(LENGTH OF AREA-LINK-AUDITORIA)                   06290062
063000     END-EXEC                                                     06300062
063100     .                                                            06310062
063110 4500-VERIFICA-AUTORIZACION.                                      06311062
063120      EXEC CICS LINK PROGRAM('PSNETS85')                          06312062
063130           COMMAREA(AREA-LINK-AUTORIZA)                           06313062
063140           LENGTH(LENGTH OF AREA-LINK-AUTORIZA)                   06314062
063150      END-EXEC                                                    06315062
063160      .                                                           06316062
063200 7000-ENVIO-MAPA.                                                 06320062
063300     MOVE MCUREI TO MCUREO                                        06330062
063400     MOVE MAAAEI TO MAAAEO                                        06340062
063500     MOVE MTEREI TO MTEREO                                        06350062
063600     MOVE MCOMEI TO MCOMEO                                        06360062
063700     MOVE EIBTRMID TO CA-TERM                                     06370062
063800     MOVE EIBTRNID TO CA-TRANS                                    06380062
063900     EXEC CICS SEND                                               06390062
064000             MAP('MSNNE13')                                       06400062
064100          MAPSET('MSNNE13')                                       06410062
064200           FROM(MSNNE13O)                                         06420062
064300          NOHANDLE                                                06430062
064400     END-EXEC                                                     06440062
064500     .                                                            06450062
064600 7100-RECIBO-DE-MAPA.                                             06460062
064700*************************************************************     06470062
064800*    SOLO SE RECIBE EL MAPA MSNNE13 CUANDO LA TAREA QUE NOS  *    06480062
064900*    ANTECEDIO EN LA COMMAREA ES ESTA MISMA TRANSACCION.     *    06490062
065000*    CUANDO CA-TRANS VIENE DE OTRA TRANSACCION (EL SIGN-ON   *    06500062
065100*    SN01 TRASPASANDO EL CONTROL) NO HAY MAPA QUE RECIBIR:   *    06510062
065200*    SE PINTA LA PANTALLA PROPIA Y SE RETORNA (MISMO         *    06520062
065300*    PROTOCOLO QUE 7100-RECIBO-DE-MAPA DE PSNETS04)          *    06530062
065400*************************************************************     06540062
065500     IF CA-TRANS = EIBTRNID THEN                                  06550062
065600     EXEC CICS RECEIVE                                            06560062
065700          MAP('MSNNE13')                                          06570062
065800          MAPSET('MSNNE13')                                       06580062
065900          INTO (MSNNE13I)                                         06590062
066000          NOHANDLE                                                06600062
066100     END-EXEC                                                     06610062
066200     EXEC CICS                                                    06620062
066300          IGNORE CONDITION MAPFAIL                                06630062
066400     END-EXEC                                                     06640062
066500     IF MCUREI = SPACES OR LOW-VALUES THEN                        06650062
066600        MOVE CA-CURSO-SEL TO MCUREI                               06660062
066700     END-IF                                                       06670062
066800     IF MAAAEI = SPACES OR LOW-VALUES THEN                        06680062
066900        MOVE CA-AAAA-SEL TO MAAAEI                                06690062
067000     END-IF                                                       06700062
067100     IF MTEREI = SPACES OR LOW-VALUES THEN                        06710062
067200        MOVE CA-TER-SEL TO MTEREI                                 06720062
067300     END-IF                                                       06730062
067400     IF MCOMEI = SPACES OR LOW-VALUES THEN                        06740062
067500        MOVE CA-COMP-SEL TO MCOMEI                                06750062
067600     END-IF                                                       06760062
067700     EVALUATE EIBAID                                              06770062
067800          WHEN DFHENTER                                           06780062
067900               PERFORM 3300-PROCESA-ENTER                         06790062
068000          WHEN DFHPF3                                             06800062
068100               PERFORM 9999-FIN-DE-PROGRAMA                       06810062
068200          WHEN DFHPF8                                             06820062
068300               PERFORM 3700-HACIA-ADELANTE                        06830062
068400          WHEN OTHER                                              06840062
068500               MOVE "-TECLA NO HABILITADA-" TO MSG                06850062
068600               PERFORM 7200-MENSAJES-A-LA-PANTALLA                06860062
068700     END-EVALUATE                                                 06870062
068800     ELSE                                                         06880062
068900        PERFORM 3100-CARGA-DATOS-PARA-MAPA                        06890062
069000        PERFORM 7000-ENVIO-MAPA                                   06900062
069100        PERFORM 7800-RETORNO-TRANSACCION                          06910062
069200     END-IF                                                       06920062
069300     .                                                            06930062
069400 7200-MENSAJES-A-LA-PANTALLA.                                     06940062
069500     DISPLAY MSG                                                  06950062
069600     .                                                            06960062
069700 7800-RETORNO-TRANSACCION.                                        06970062
069800     MOVE EIBTRMID TO CA-TERM                                     06980062
069900     MOVE EIBTRNID TO CA-TRANS                                    06990062
070000     EXEC CICS                                                    07000062
070100          RETURN                                                  07010062
070200          TRANSID(EIBTRNID)                                       07020062
070300          COMMAREA(MI-COMMAREA)                                   07030062
070400          LENGTH(LENGTH OF MI-COMMAREA)                           07040062
070500     END-EXEC                                                     07050062
070600     .                                                            07060062
070700 9100-DEB-DIS.                                                    07070062
070800      PERFORM 3150-GET-DATES                                      07080062
070900      MOVE WS-FECHA-AAAA-MM-DD TO W-FECHA-DIS                     07090062
071000      MOVE WS-HORA-MINUTOS-SEGUNDOS TO W-TIME-DIS                 07100062
071100      IF W-SW-DEBUG = "S" THEN                                    07110062
071200         DISPLAY WS-DEBDIS-MSG                                    07120062
071300      END-IF                                                      07130062
071400      .                                                           07140062
071500 9999-FIN-DE-PROGRAMA.                                            07150062
071600     EXEC CICS                                                    07160062
071700          SEND TEXT FROM (MSG-FIN-SESION)                         07170062
071800               ERASE FREEKB                                       07180062
071900     END-EXEC                                                     07190062
072000     EXEC CICS RETURN                                             07200062
072100     END-EXEC                                                     07210062
072200     GOBACK                                                       07220062
072300     .                                                            07230062
