000100 IDENTIFICATION DIVISION.                                         00010061
000200 PROGRAM-ID. PSNNES12.                                            00020061
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030061
000400 DATE-WRITTEN. 15/10/2026.                                        00040061
000500 DATE-COMPILED.                                                   00050061
000600************************************************************      00060061
000700* PROGRAMA DE MANTENIMIENTO DEL PLAN DE EVALUACION DE UNA  *      00070061
000800* OFERTA. EL PROFESOR TITULAR FIRMADO EN SN01 TECLEA SU    *      00080061
000900* CURSO, AO Y TERMINO; LA PANTALLA TRAE EL PLAN ACTUAL    *       00090061
001000* (ARCHIVO EVALPLAN, VER RLEVALPL) EN 10 LINEAS, UNA POR   *      00100061
001100* COMPONENTE, CON SU NOMBRE Y SU PESO EN PORCENTAJE. CON   *      00110061
001200* LA MISMA SELECCION, ENTER GRABA EL PLAN TECLEADO: CADA   *      00120061
001300* LINEA CON NOMBRE Y PESO ES EL COMPONENTE DE ESE NUMERO,  *      00130061
001400* Y UNA LINEA EN BLANCO BORRA EL COMPONENTE SI EXISTIA.    *      00140061
001500* EL PLAN SOLO SE GRABA SI LOS PESOS SUMAN 100 (O SI TODAS *      00150061
001600* LAS LINEAS VIENEN EN BLANCO, QUE BORRA EL PLAN).         *      00160061
001700* EL PLAN DE UN PERIODO (AO + TERMINO) CERRADO EN EL      *       00170061
001800* ARCHIVO DE CONTROL PERIODOS NO SE PUEDE CAMBIAR.         *      00180061
001900* PUEDEN USAR LA PANTALLA EL PROFESOR TITULAR DE LA OFERTA *      00190061
002000* (OF-DNIPROFESOR, O LK-CU-DNIPROFESOR DEL CATALOGO SI EL  *      00200061
002100* CURSO NO TIENE OFERTA EN EL PERIODO, IGUAL QUE SN09) Y   *      00210061
002200* LOS TIPOS DE USUARIO CON LA FUNCION A DE SN12 EN         *      00220061
002250* AUTORIZA (REGISTRO ACADEMICO).                           *      00225061
002300* LAS NOTAS DE CADA COMPONENTE SE CAPTURAN EN SN13         *      00230061
002400* (PSNETS13) Y EL BATCH PSNEVA01 CALCULA LA NOTA FINAL.    *      00240061
002500* CON CICS ENLAZA A:                                       *      00250061
002600* PSNETS63:CURSO Y DNI DEL PROFESOR TITULAR DEL CATALOGO   *      00260061
002650* PSNETS85:AUTORIZACION DEL FIRMADO QUE NO ES EL TITULAR   *      00265061
002700*                                                          *      00270061
002800* EL PROGRAMA PSNETS12 ES LLAMADO DESDE PANTALLA CON LA    *      00280061
002900*    TRANSACCION CICS SN12 DESDE EL MAPA MSNNE12           *      00290061
002920* MODIFICACIONES 15/10/2026: QUIEN NO ES TITULAR NECESITA  *      00292061
002940*    LA FUNCION A DE SN12 EN AUTORIZA (VIA PSNETS85) EN    *      00294061
002960*    LUGAR DEL TIPO "ADMIN" FIJO; LA NEGATIVA SE AUDITA    *      00296061
003000************************************************************      00300061
003100 ENVIRONMENT DIVISION.                                            00310061
003200 CONFIGURATION SECTION.                                           00320061
003300 SPECIAL-NAMES.                                                   00330061
003400 INPUT-OUTPUT SECTION.                                            00340061
003500 DATA DIVISION.                                                   00350061
003600 WORKING-STORAGE SECTION.                                         00360061
003700* COPY AREAS PARA FECHAS                                          00370061
003800 COPY WSFECHAS.                                                   00380061
003900* COPY MSNNE12 MAPA DEL PROGRAMA DE PLANES DE EVALUACION          00390061
004000 COPY MSNNE12.                                                    00400061
004100 01  DATOS-TRABAJO.                                               00410061
004200     05 W-AUTORIZADO         PIC X VALUE "N".                     00420061
004300     05 W-TER-PLAN           PIC X VALUE "0".                     00430061
004400     05 W-PERIODO-CERRADO    PIC X VALUE "N".                     00440061
004500     05 W-PLAN-VALIDO        PIC X VALUE "S".                     00450061
004600     05 W-PER-LLAVE.                                              00460061
004700        10 W-PER-AAAA        PIC X(4).                            00470061
004800        10 W-PER-TERMINO     PIC X(1).                            00480061
004900     05 W-OFE-LLAVE.                                              00490061
005000        10 W-OFE-CURSO       PIC X(5).                            00500061
005100        10 W-OFE-AAAA        PIC X(4).                            00510061
005200        10 W-OFE-TERMINO     PIC X(1).                            00520061
005300     05 W-EVA-LLAVE.                                              00530061
005400        10 W-EVA-CURSO       PIC X(5).                            00540061
005500        10 W-EVA-AAAA        PIC X(4).                            00550061
005600        10 W-EVA-TERMINO     PIC X(1).                            00560061
005700        10 W-EVA-COMPONENTE  PIC 9(2).                            00570061
005800     05 W-IND-LINEA          PIC 9(2).                            00580061
005900     05 W-LINEAS-PLAN        PIC 9(2) VALUE 0.                    00590061
006000     05 W-ERRORES-GRABA      PIC 9(2) VALUE 0.                    00600061
006100     05 W-TOTAL-PESOS        PIC 9(4) VALUE 0.                    00610061
006200     05 W-EDI-PESO           PIC 9(3).                            00620061
006300     05 W-EDI-PESO-R REDEFINES W-EDI-PESO PIC X(3).               00630061
006400     05 W-EDI-TOTAL          PIC ZZ9.                             00640061
006500     05 W-MSG-PESOS.                                              00650061
006600        10 FILLER            PIC X(16) VALUE "LOS PESOS SUMAN ".  00660061
006700        10 W-MSG-TOTAL       PIC ZZZ9.                            00670061
006800        10 FILLER            PIC X(16) VALUE " - DEBEN SER 100".  00680061
006900 01  WS-SW-DEBUG.                                                 00690061
007000     05 W-SW-DEBUG    PIC X VALUE "N".                            00700061
007100 01  WS-DEBDIS-MSG.                                               00710061
007200     05 W-TIME-DIS    PIC X(11).                                  00720061
007300     05 FILLER        PIC X VALUE SPACES.                         00730061
007400     05 W-PARRAFO     PIC X(10) VALUE SPACES.                     00740061
007500     05 FILLER        PIC X VALUE SPACES.                         00750061
007600     05 W-CAMPO       PIC X(10) VALUE SPACES.                     00760061
007700     05 FILLER        PIC X VALUE "=".                            00770061
007800     05 W-VALOR       PIC X(20).                                  00780061
007900     05 FILLER        PIC X VALUE SPACES.                         00790061
008000     05 W-FECHA-DIS   PIC X(10).                                  00800061
008100* AYUDAS DE BMS                                                   00810061
008200 COPY DFHAID.                                                     00820061
008300 COPY DFHBMSCA.                                                   00830061
008400 01 MI-COMMAREA PIC X(100).                                       00840061
008500 01 MI-COMMAREA-RED REDEFINES MI-COMMAREA.                        00850061
008600     03 CA-TRANS  PIC XXXX.                                       00860061
008700     03 CA-TERM   PIC XXXX.                                       00870061
008800     03 CA-DNI    PIC X(9).                                       00880061
008900     03 CA-RESTO.                                                 00890061
009000*       SELECCION DEL PLAN EN PANTALLA, PARA QUE EL SIGUIENTE     00900061
009100*       ENTER SEPA SI DEBE CARGAR EL PLAN O GRABARLO              00910061
009200        05 CA-CURSO-SEL  PIC X(5).                                00920061
009300        05 CA-AAAA-SEL   PIC X(4).                                00930061
009400        05 CA-TER-SEL    PIC X(1).                                00940061
009500        05 FILLER        PIC X(26).                               00950061
009600*       IDENTIDAD FIRMADA EN SN01 (PSNETS01); VIAJA EN LA         00960061
009700*       MISMA POSICION (BYTES 54-67) EN LAS COMMAREAS DE          00970061
009800*       SN03/SN04/SN05 PARA SOBREVIVIR LOS TRASPASOS              00980061
009900        05 CA-OPERADOR   PIC X(9).                                00990061
010000        05 CA-TIPOUSUA   PIC X(5).                                01000061
010100        05 FILLER        PIC X(33).                               01010061
010200* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  01020061
010300 COPY LKNOTAS.                                                    01030061
010400* EVALPLAN, OFERTAS Y PERIODOS SON ARCHIVOS MANEJADOS POR CICS;   01040061
010500* SUS REGISTROS SOLO SE NECESITAN COMO AREAS DE TRABAJO PARA      01050061
010600* LOS EXEC CICS READ/WRITE/REWRITE/DELETE                         01060061
010700 COPY RLEVALPL.                                                   01070061
010800 COPY RLOFERTA.                                                   01080061
010900 COPY RLPERIOD.                                                   01090061
011000 01 MENSAJES.                                                     01100061
011100    03 MSG-FIN-SESION PIC X(18) VALUE "AU REVOIR MON AMI!".       01110061
011200    03 MSG    PIC X(50) VALUE SPACES.                             01120061
011300 LINKAGE SECTION.                                                 01130061
011400*    INSERTADO POR EL TRADUCTOR CICS DELANTE DE LA APLICACION     01140061
011500 COPY DFHEIBLK.                                                   01150061
011600 01 DFHCOMMAREA PIC X(100).                                       01160061
011700 PROCEDURE DIVISION.                                              01170061
011800 0000-MAIN.                                                       01180061
011900     PERFORM 1000-INICIO-DE-PROGRAMA                              01190061
012000     PERFORM 2000-MANEJO-DE-CICLOS-DE-CICS                        01200061
012100     PERFORM 9999-FIN-DE-PROGRAMA                                 01210061
012200     .                                                            01220061
012300 1000-INICIO-DE-PROGRAMA.                                         01230061
012400     CONTINUE                                                     01240061
012500     .                                                            01250061
012600 2000-MANEJO-DE-CICLOS-DE-CICS.                                   01260061
012700     IF EIBCALEN = 0 THEN                                         01270061
012800*       PRIMERA ENTRADA SIN COMMAREA: SE LIMPIA MI-COMMAREA       01280061
012900*       PARA NO ARRASTRAR BASURA EN CA-OPERADOR/CA-TIPOUSUA       01290061
013000        MOVE SPACES TO MI-COMMAREA                                01300061
013100        PERFORM 3100-CARGA-DATOS-PARA-MAPA                        01310061
013200        PERFORM 7000-ENVIO-MAPA                                   01320061
013300        PERFORM 7800-RETORNO-TRANSACCION                          01330061
013400     ELSE                                                         01340061
013500        MOVE DFHCOMMAREA TO MI-COMMAREA                           01350061
013600        PERFORM 7100-RECIBO-DE-MAPA                               01360061
013700     END-IF                                                       01370061
013800     .                                                            01380061
013900 3100-CARGA-DATOS-PARA-MAPA.                                      01390061
014000     PERFORM 3150-GET-DATES                                       01400061
014100     MOVE SPACES TO MTXMSGO                                       01410061
014200     MOVE "TECLEE CURSO, ANIO Y TERMINO DEL PLAN" TO MTXMSGO      01420061
014300     .                                                            01430061
014400 3150-GET-DATES.                                                  01440061
014500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         01450061
014600     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        01460061
014700     MOVE WS-CURRENT-MONTH      TO WS-MM                          01470061
014800     MOVE WS-CURRENT-DAY        TO WS-DD                          01480061
014900     MOVE WS-CURRENT-HH         TO WS-HH-F1                       01490061
015000     MOVE WS-CURRENT-MM         TO WS-MM-F1                       01500061
015100     MOVE WS-CURRENT-SS         TO WS-SS-F1                       01510061
015200     MOVE WS-CURRENT-CC         TO WS-CC-F1                       01520061
015300     .                                                            01530061
015400 3200-VALIDA-PROFESOR.                                            01540061
015500************************************************************      01550061
015600*    EL FIRMADO EN SN01 DEBE TENER LA FUNCION A DE SN12 EN *      01560061
015700*    AUTORIZA O SER EL PROFESOR TITULAR DEL CURSO EN EL    *      01570061
015800*    PERIODO: OF-DNIPROFESOR DE LA OFERTA O, SIN OFERTA,   *      01580061
015900*    LK-CU-DNIPROFESOR DEL CATALOGO (MISMA REGLA QUE       *      01590061
016000*    3200-VALIDA-PROFESOR DE PSNETS09)                     *      01600061
016100************************************************************      01610061
016200     MOVE "N" TO W-AUTORIZADO                                     01620061
016300     IF CA-OPERADOR = SPACES OR LOW-VALUES THEN                   01630061
016400        MOVE "INICIE SESION CON SN01 PARA USAR SN12"              01640061
016500             TO MTXMSGO                                           01650061
016600     ELSE                                                         01660061
016700        MOVE CA-OPERADOR TO MOPDNO                                01670061
016800*       TIPO-OPE 1 = CONSULTA DEL CATALOGO DE CURSOS              01680061
016900        MOVE 1      TO LK-CU-TIPO-OPE                             01690061
017000        MOVE 1      TO LK-CU-SUBTIPO-OPE                          01700061
017100        MOVE MCUREI TO LK-CU-CURSO                                01710061
017200        MOVE 100    TO LK-CU-SQLCODE                              01720061
017300        PERFORM 4100-BUSCAR-CURSO                                 01730061
017400        IF LK-CU-SQLCODE NOT = 0 THEN                             01740061
017500           MOVE "CURSO NO REGISTRADO" TO MTXMSGO                  01750061
017600        ELSE                                                      01760061
017700           PERFORM 3220-BUSCA-OFERTA                              01770061
017800           IF LK-CU-DNIPROFESOR = CA-OPERADOR THEN                01780061
018000              MOVE "S" TO W-AUTORIZADO                            01800061
018100           ELSE                                                   01810061
018109              MOVE CA-TIPOUSUA TO LK-AZ-TIPOUSUA                  01810961
018118              MOVE "SN12"      TO LK-AZ-TRANSACCION               01811861
018127              MOVE "A"         TO LK-AZ-FUNCION                   01812761
018136              MOVE CA-OPERADOR TO LK-AZ-OPERADOR                  01813661
018145              MOVE "S"         TO LK-AZ-REGISTRA                  01814561
018154              MOVE 1           TO LK-AZ-COD-RET                   01815461
018163              PERFORM 4500-VERIFICA-AUTORIZACION                  01816361
018172              IF LK-AZ-COD-RET = 0 THEN                           01817261
018181                 MOVE "S" TO W-AUTORIZADO                         01818161
018190              ELSE                                                01819061
018200                 IF MTXMSGO = SPACES OR LOW-VALUES THEN           01820061
018300                    MOVE "USTED NO ES EL PROFESOR DEL CURSO"      01830061
018400                         TO MTXMSGO                               01840061
018500                 END-IF                                           01850061
018550              END-IF                                              01855061
018600           END-IF                                                 01860061
018700        END-IF                                                    01870061
018800     END-IF                                                       01880061
018900     .                                                            01890061
019000 3220-BUSCA-OFERTA.                                               01900061
019100************************************************************      01910061
019200*    SI EL CURSO TIENE OFERTA EN EL PERIODO TECLEADO, EL   *      01920061
019300*    PROFESOR DE LA OFERTA REEMPLAZA AL DEL CATALOGO EN    *      01930061
019400*    LK-CU-DNIPROFESOR. UN ERROR DE LECTURA NO DEJA PASAR  *      01940061
019500*    A NINGUN PROFESOR                                     *      01950061
019600************************************************************      01960061
019700     MOVE MCUREI     TO W-OFE-CURSO                               01970061
019800     MOVE MAAAEI     TO W-OFE-AAAA                                01980061
019900     MOVE W-TER-PLAN TO W-OFE-TERMINO                             01990061
020000     EXEC CICS READ                                               02000061
020100          FILE('OFERTAS')                                         02010061
020200          INTO(REG-OFERTA)                                        02020061
020300          RIDFLD(W-OFE-LLAVE)                                     02030061
020400          NOHANDLE                                                02040061
020500     END-EXEC                                                     02050061
020600     EVALUATE TRUE                                                02060061
020700        WHEN EIBRESP = 0                                          02070061
020800             MOVE OF-DNIPROFESOR TO LK-CU-DNIPROFESOR             02080061
020900*       NOTFND (13): SIN OFERTA, VALE EL PROFESOR DEL CATALOGO    02090061
021000        WHEN EIBRESP = 13                                         02100061
021100             CONTINUE                                             02110061
021200        WHEN OTHER                                                02120061
021300             MOVE SPACES TO LK-CU-DNIPROFESOR                     02130061
021400             MOVE "ERROR LEYENDO ARCHIVO OFERTAS" TO MTXMSGO      02140061
021500     END-EVALUATE                                                 02150061
021600     .                                                            02160061
021700 3250-VERIFICA-PERIODO.                                           02170061
021800************************************************************      02180061
021900*    EL PLAN DE UN PERIODO CERRADO EN EL ARCHIVO DE        *      02190061
022000*    CONTROL PERIODOS NO SE CAMBIA. UN PERIODO SIN         *      02200061
022100*    REGISTRO SE CONSIDERA ABIERTO Y CUALQUIER OTRO ERROR  *      02210061
022200*    DE LECTURA SE TRATA COMO CERRADO (MISMO PROTOCOLO QUE *      02220061
022300*    3250-VERIFICA-PERIODO DE PSNETS09)                    *      02230061
022400************************************************************      02240061
022500     MOVE "N" TO W-PERIODO-CERRADO                                02250061
022600     MOVE CA-AAAA-SEL TO W-PER-AAAA                               02260061
022700     MOVE CA-TER-SEL  TO W-PER-TERMINO                            02270061
022800     EXEC CICS READ                                               02280061
022900          FILE('PERIODOS')                                        02290061
023000          INTO(REG-PERIODO)                                       02300061
023100          RIDFLD(W-PER-LLAVE)                                     02310061
023200          NOHANDLE                                                02320061
023300     END-EXEC                                                     02330061
023400     EVALUATE TRUE                                                02340061
023500        WHEN EIBRESP = 0 AND PE-CERRADO                           02350061
023600             MOVE "S" TO W-PERIODO-CERRADO                        02360061
023700        WHEN EIBRESP = 0                                          02370061
023800             CONTINUE                                             02380061
023900*       NOTFND (13): PERIODO SIN REGISTRO = ABIERTO               02390061
024000        WHEN EIBRESP = 13                                         02400061
024100             CONTINUE                                             02410061
024200        WHEN OTHER                                                02420061
024300             MOVE "S" TO W-PERIODO-CERRADO                        02430061
024400     END-EVALUATE                                                 02440061
024500     .                                                            02450061
024600 3300-PROCESA-ENTER.                                              02460061
024700************************************************************      02470061
024800*    ENTER: VALIDA AL USUARIO; UNA SELECCION NUEVA CARGA   *      02480061
024900*    EL PLAN GRABADO, Y LA MISMA SELECCION GRABA EL PLAN   *      02490061
025000*    TECLEADO EN LAS LINEAS SI ES VALIDO                   *      02500061
025100************************************************************      02510061
025200     MOVE SPACES TO MTXMSGO                                       02520061
025300*    TERMINO EN BLANCO = "0" (CURSO ANUAL)                        02530061
025400     IF MTEREI = SPACES OR LOW-VALUES THEN                        02540061
025500        MOVE "0" TO W-TER-PLAN                                    02550061
025600     ELSE                                                         02560061
025700        MOVE MTEREI TO W-TER-PLAN                                 02570061
025800     END-IF                                                       02580061
025900     IF MCUREI = SPACES OR LOW-VALUES                             02590061
026000        OR MAAAEI NOT NUMERIC THEN                                02600061
026100        MOVE "TECLEE CURSO, ANIO Y TERMINO DEL PLAN" TO MTXMSGO   02610061
026200     ELSE                                                         02620061
026300     IF W-TER-PLAN NOT = "0" AND "1" AND "2" THEN                 02630061
026400        MOVE "TERMINO INVALIDO - USE 1/2" TO MTXMSGO              02640061
026500     ELSE                                                         02650061
026600     PERFORM 3200-VALIDA-PROFESOR                                 02660061
026700     IF W-AUTORIZADO = "S" THEN                                   02670061
026800        IF MCUREI NOT = CA-CURSO-SEL                              02680061
026900           OR MAAAEI NOT = CA-AAAA-SEL                            02690061
027000           OR W-TER-PLAN NOT = CA-TER-SEL THEN                    02700061
027100           MOVE MCUREI     TO CA-CURSO-SEL                        02710061
027200           MOVE MAAAEI     TO CA-AAAA-SEL                         02720061
027300           MOVE W-TER-PLAN TO CA-TER-SEL                          02730061
027400           PERFORM 3400-CARGA-PLAN                                02740061
027500        ELSE                                                      02750061
027600*          EL PLAN DE UN PERIODO CERRADO NO SE CAMBIA             02760061
027700           PERFORM 3250-VERIFICA-PERIODO                          02770061
027800           IF W-PERIODO-CERRADO = "S" THEN                        02780061
027900              MOVE "PERIODO CERRADO - PLAN NO GRABADO"            02790061
028000                   TO MTXMSGO                                     02800061
028100           ELSE                                                   02810061
028200              PERFORM 3500-VALIDA-PLAN                            02820061
028300              IF W-PLAN-VALIDO = "S" THEN                         02830061
028400                 PERFORM 3600-GRABA-PLAN                          02840061
028500              END-IF                                              02850061
028600           END-IF                                                 02860061
028700        END-IF                                                    02870061
028800     END-IF                                                       02880061
028900     END-IF                                                       02890061
029000     END-IF                                                       02900061
029100     PERFORM 7000-ENVIO-MAPA                                      02910061
029200     PERFORM 7800-RETORNO-TRANSACCION                             02920061
029300     .                                                            02930061
029400 3400-CARGA-PLAN.                                                 02940061
029500************************************************************      02950061
029600*    LEE LOS 10 COMPONENTES POSIBLES DEL PLAN SELECCIONADO *      02960061
029700*    Y LOS DEJA EN LOS CAMPOS DE ENTRADA DE LAS LINEAS     *      02970061
029800*    (7000-ENVIO-MAPA LOS COPIA A LA SALIDA)               *      02980061
029900************************************************************      02990061
030000     MOVE 0 TO W-LINEAS-PLAN                                      03000061
030100     MOVE 0 TO W-TOTAL-PESOS                                      03010061
030200     PERFORM 3450-CARGA-COMPONENTE                                03020061
030300            VARYING W-IND-LINEA FROM 1 BY 1                       03030061
030400            UNTIL W-IND-LINEA > 10                                03040061
030500     MOVE W-TOTAL-PESOS TO W-EDI-TOTAL                            03050061
030600     MOVE W-EDI-TOTAL   TO MTOTEI                                 03060061
030700     IF MTXMSGO = SPACES OR LOW-VALUES THEN                       03070061
030800        IF W-LINEAS-PLAN = 0 THEN                                 03080061
030900           MOVE "SIN PLAN - TECLEE COMPONENTES Y PESOS"           03090061
031000                TO MTXMSGO                                        03100061
031100        ELSE                                                      03110061
031200           MOVE "PLAN CONSULTADO - CAMBIE Y PRESIONE ENTER"       03120061
031300                TO MTXMSGO                                        03130061
031400        END-IF                                                    03140061
031500     END-IF                                                       03150061
031600     .                                                            03160061
031700 3450-CARGA-COMPONENTE.                                           03170061
031800     MOVE SPACES TO MCNOMI (W-IND-LINEA)                          03180061
031900     MOVE SPACES TO MCPESI (W-IND-LINEA)                          03190061
032000     MOVE CA-CURSO-SEL TO W-EVA-CURSO                             03200061
032100     MOVE CA-AAAA-SEL  TO W-EVA-AAAA                              03210061
032200     MOVE CA-TER-SEL   TO W-EVA-TERMINO                           03220061
032300     MOVE W-IND-LINEA  TO W-EVA-COMPONENTE                        03230061
032400     EXEC CICS READ                                               03240061
032500          FILE('EVALPLAN')                                        03250061
032600          INTO(REG-PLAN-EVAL)                                     03260061
032700          RIDFLD(W-EVA-LLAVE)                                     03270061
032800          NOHANDLE                                                03280061
032900     END-EXEC                                                     03290061
033000     EVALUATE TRUE                                                03300061
033100        WHEN EIBRESP = 0                                          03310061
033200             ADD 1 TO W-LINEAS-PLAN                               03320061
033300             ADD EV-PESO TO W-TOTAL-PESOS                         03330061
033400             MOVE EV-NOMBRE    TO MCNOMI (W-IND-LINEA)            03340061
033500             MOVE EV-PESO      TO W-EDI-PESO                      03350061
033600             MOVE W-EDI-PESO-R TO MCPESI (W-IND-LINEA)            03360061
033700*       NOTFND (13): EL PLAN NO TIENE ESE COMPONENTE              03370061
033800        WHEN EIBRESP = 13                                         03380061
033900             CONTINUE                                             03390061
034000        WHEN OTHER                                                03400061
034100             MOVE "ERROR LEYENDO ARCHIVO EVALPLAN" TO MTXMSGO     03410061
034200     END-EVALUATE                                                 03420061
034300     .                                                            03430061
034400 3500-VALIDA-PLAN.                                                03440061
034500************************************************************      03450061
034600*    CADA LINEA VA COMPLETA (NOMBRE Y PESO 001-100) O EN   *      03460061
034700*    BLANCO; LOS PESOS DE LAS LINEAS COMPLETAS SUMAN 100.  *      03470061
034800*    TODAS LAS LINEAS EN BLANCO ES UN PLAN VACIO (BORRA EL *      03480061
034900*    PLAN GRABADO)                                         *      03490061
035000************************************************************      03500061
035100     MOVE "S" TO W-PLAN-VALIDO                                    03510061
035200     MOVE 0   TO W-LINEAS-PLAN                                    03520061
035300     MOVE 0   TO W-TOTAL-PESOS                                    03530061
035400     PERFORM 3550-VALIDA-LINEA                                    03540061
035500            VARYING W-IND-LINEA FROM 1 BY 1                       03550061
035600            UNTIL W-IND-LINEA > 10 OR W-PLAN-VALIDO = "N"         03560061
035700     IF W-PLAN-VALIDO = "S" AND W-LINEAS-PLAN > 0                 03570061
035800        AND W-TOTAL-PESOS NOT = 100 THEN                          03580061
035900        MOVE "N" TO W-PLAN-VALIDO                                 03590061
036000        MOVE W-TOTAL-PESOS TO W-MSG-TOTAL                         03600061
036100        MOVE W-MSG-PESOS   TO MTXMSGO                             03610061
036200     END-IF                                                       03620061
036300     IF W-TOTAL-PESOS < 1000 THEN                                 03630061
036400        MOVE W-TOTAL-PESOS TO W-EDI-TOTAL                         03640061
036500        MOVE W-EDI-TOTAL   TO MTOTEI                              03650061
036600     END-IF                                                       03660061
036700     .                                                            03670061
036800 3550-VALIDA-LINEA.                                               03680061
036900     IF MCNOMI (W-IND-LINEA) = LOW-VALUES THEN                    03690061
037000        MOVE SPACES TO MCNOMI (W-IND-LINEA)                       03700061
037100     END-IF                                                       03710061
037200     IF MCPESI (W-IND-LINEA) = LOW-VALUES THEN                    03720061
037300        MOVE SPACES TO MCPESI (W-IND-LINEA)                       03730061
037400     END-IF                                                       03740061
037500     EVALUATE TRUE                                                03750061
037600        WHEN MCNOMI (W-IND-LINEA) = SPACES                        03760061
037700         AND MCPESI (W-IND-LINEA) = SPACES                        03770061
037800             CONTINUE                                             03780061
037900        WHEN MCNOMI (W-IND-LINEA) = SPACES                        03790061
038000             MOVE "N" TO W-PLAN-VALIDO                            03800061
038100             MOVE "FALTA EL NOMBRE DEL COMPONENTE" TO MTXMSGO     03810061
038200        WHEN OTHER                                                03820061
038300             MOVE MCPESI (W-IND-LINEA) TO W-EDI-PESO-R            03830061
038400             IF W-EDI-PESO NOT NUMERIC THEN                       03840061
038500                MOVE "N" TO W-PLAN-VALIDO                         03850061
038600                MOVE "PESO NO NUMERICO (999)" TO MTXMSGO          03860061
038700             ELSE                                                 03870061
038800                IF W-EDI-PESO = 0 OR W-EDI-PESO > 100 THEN        03880061
038900                   MOVE "N" TO W-PLAN-VALIDO                      03890061
039000                   MOVE "PESO INVALIDO - USE 001 A 100"           03900061
039100                        TO MTXMSGO                                03910061
039200                ELSE                                              03920061
039300                   ADD 1 TO W-LINEAS-PLAN                         03930061
039400                   ADD W-EDI-PESO TO W-TOTAL-PESOS                03940061
039500                END-IF                                            03950061
039600             END-IF                                               03960061
039700     END-EVALUATE                                                 03970061
039800     .                                                            03980061
039900 3600-GRABA-PLAN.                                                 03990061
040000************************************************************      04000061
040100*    APLICA LAS 10 LINEAS AL ARCHIVO EVALPLAN: LINEA       *      04010061
040200*    COMPLETA = ALTA O CAMBIO DEL COMPONENTE, LINEA EN     *      04020061
040300*    BLANCO = BAJA DEL COMPONENTE SI EXISTIA               *      04030061
040400************************************************************      04040061
040500     PERFORM 3150-GET-DATES                                       04050061
040600     MOVE 0 TO W-ERRORES-GRABA                                    04060061
040700     PERFORM 3650-GRABA-COMPONENTE                                04070061
040800            VARYING W-IND-LINEA FROM 1 BY 1                       04080061
040900            UNTIL W-IND-LINEA > 10                                04090061
041000     IF W-ERRORES-GRABA > 0 THEN                                  04100061
041100        MOVE "NO SE PUDO GRABAR TODO EL PLAN" TO MTXMSGO          04110061
041200     ELSE                                                         04120061
041300        IF W-LINEAS-PLAN = 0 THEN                                 04130061
041400           MOVE "PLAN ELIMINADO" TO MTXMSGO                       04140061
041500        ELSE                                                      04150061
041600           MOVE "PLAN GRABADO CORRECTAMENTE" TO MTXMSGO           04160061
041700        END-IF                                                    04170061
041800     END-IF                                                       04180061
041900     .                                                            04190061
042000 3650-GRABA-COMPONENTE.                                           04200061
042100     MOVE CA-CURSO-SEL TO W-EVA-CURSO                             04210061
042200     MOVE CA-AAAA-SEL  TO W-EVA-AAAA                              04220061
042300     MOVE CA-TER-SEL   TO W-EVA-TERMINO                           04230061
042400     MOVE W-IND-LINEA  TO W-EVA-COMPONENTE                        04240061
042500     EXEC CICS READ                                               04250061
042600          FILE('EVALPLAN')                                        04260061
042700          INTO(REG-PLAN-EVAL)                                     04270061
042800          RIDFLD(W-EVA-LLAVE)                                     04280061
042900          UPDATE                                                  04290061
043000          NOHANDLE                                                04300061
043100     END-EXEC                                                     04310061
043200     EVALUATE TRUE                                                04320061
043300        WHEN EIBRESP = 0 AND MCNOMI (W-IND-LINEA) = SPACES        04330061
043400             EXEC CICS DELETE                                     04340061
043500                  FILE('EVALPLAN')                                04350061
043600                  NOHANDLE                                        04360061
043700             END-EXEC                                             04370061
043800             PERFORM 3690-VERIFICA-GRABACION                      04380061
043900        WHEN EIBRESP = 0                                          04390061
044000             PERFORM 3670-LLENA-COMPONENTE                        04400061
044100             EXEC CICS REWRITE                                    04410061
044200                  FILE('EVALPLAN')                                04420061
044300                  FROM(REG-PLAN-EVAL)                             04430061
044400                  NOHANDLE                                        04440061
044500             END-EXEC                                             04450061
044600             PERFORM 3690-VERIFICA-GRABACION                      04460061
044700*       NOTFND (13): COMPONENTE NUEVO, O LINEA VACIA SIN NADA     04470061
044800*       QUE BORRAR                                                04480061
044900        WHEN EIBRESP = 13 AND MCNOMI (W-IND-LINEA) = SPACES       04490061
045000             CONTINUE                                             04500061
045100        WHEN EIBRESP = 13                                         04510061
045200             MOVE SPACES           TO REG-PLAN-EVAL               04520061
045300             MOVE W-EVA-LLAVE      TO EV-LLAVE                    04530061
045400             PERFORM 3670-LLENA-COMPONENTE                        04540061
045500             EXEC CICS WRITE                                      04550061
045600                  FILE('EVALPLAN')                                04560061
045700                  FROM(REG-PLAN-EVAL)                             04570061
045800                  RIDFLD(EV-LLAVE)                                04580061
045900                  NOHANDLE                                        04590061
046000             END-EXEC                                             04600061
046100             PERFORM 3690-VERIFICA-GRABACION                      04610061
046200        WHEN OTHER                                                04620061
046300             ADD 1 TO W-ERRORES-GRABA                             04630061
046400     END-EVALUATE                                                 04640061
046500     .                                                            04650061
046600 3670-LLENA-COMPONENTE.                                           04660061
046700     MOVE MCNOMI (W-IND-LINEA) TO EV-NOMBRE                       04670061
046800     MOVE MCPESI (W-IND-LINEA) TO W-EDI-PESO-R                    04680061
046900     MOVE W-EDI-PESO           TO EV-PESO                         04690061
047000     MOVE WS-FECHA-AAAA-MM-DD  TO EV-FECHA-CAMBIO                 04700061
047100     MOVE CA-OPERADOR          TO EV-OPERADOR                     04710061
047200     .                                                            04720061
047300 3690-VERIFICA-GRABACION.                                         04730061
047400     IF EIBRESP NOT = 0 THEN                                      04740061
047500        ADD 1 TO W-ERRORES-GRABA                                  04750061
047600     END-IF                                                       04760061
047700     .                                                            04770061
047800 4100-BUSCAR-CURSO.                                               04780061
047900      EXEC CICS LINK PROGRAM('PSNETS63')                          04790061
048000           COMMAREA(AREA-LINK-CUR)                                04800061
048100           LENGTH(LENGTH OF AREA-LINK-CUR)                        04810061
048200      END-EXEC                                                    04820061
048300      .                                                           04830061
048310 4500-VERIFICA-AUTORIZACION.                                      04831061
048320      EXEC CICS LINK PROGRAM('PSNETS85')                          04832061
048330           COMMAREA(AREA-LINK-AUTORIZA)                           04833061
048340           LENGTH(LENGTH OF AREA-LINK-AUTORIZA)                   04834061
048350      END-EXEC                                                    04835061
048360      .                                                           04836061
048400 7000-ENVIO-MAPA.                                                 04840061
048500     MOVE MCUREI TO MCUREO                                        04850061
048600     MOVE MAAAEI TO MAAAEO                                        04860061
048700     MOVE MTEREI TO MTEREO                                        04870061
048800     MOVE MTOTEI TO MTOTEO                                        04880061
048900     PERFORM 7050-COPIA-LINEA                                     04890061
049000            VARYING W-IND-LINEA FROM 1 BY 1                       04900061
049100            UNTIL W-IND-LINEA > 10                                04910061
049200     MOVE EIBTRMID TO CA-TERM                                     04920061
049300     MOVE EIBTRNID TO CA-TRANS                                    04930061
049400     EXEC CICS SEND                                               04940061
049500             MAP('MSNNE12')                                       04950061
049600          MAPSET('MSNNE12')                                       04960061
049700           FROM(MSNNE12O)                                         04970061
049800          NOHANDLE                                                04980061
049900     END-EXEC                                                     04990061
050000     .                                                            05000061
050100 7050-COPIA-LINEA.                                                05010061
050200     MOVE W-IND-LINEA          TO MCNUMO (W-IND-LINEA)            05020061
050300     MOVE MCNOMI (W-IND-LINEA) TO MCNOMO (W-IND-LINEA)            05030061
050400     MOVE MCPESI (W-IND-LINEA) TO MCPESO (W-IND-LINEA)            05040061
050500     .                                                            05050061
050600 7100-RECIBO-DE-MAPA.                                             05060061
050700*************************************************************     05070061
050800*    SOLO SE RECIBE EL MAPA MSNNE12 CUANDO LA TAREA QUE NOS  *    05080061
050900*    ANTECEDIO EN LA COMMAREA ES ESTA MISMA TRANSACCION.     *    05090061
051000*    CUANDO CA-TRANS VIENE DE OTRA TRANSACCION (EL SIGN-ON   *    05100061
051100*    SN01 TRASPASANDO EL CONTROL) NO HAY MAPA QUE RECIBIR:   *    05110061
051200*    SE PINTA LA PANTALLA PROPIA Y SE RETORNA (MISMO         *    05120061
051300*    PROTOCOLO QUE 7100-RECIBO-DE-MAPA DE PSNETS04)          *    05130061
051400*************************************************************     05140061
051500     IF CA-TRANS = EIBTRNID THEN                                  05150061
051600     EXEC CICS RECEIVE                                            05160061
051700          MAP('MSNNE12')                                          05170061
051800          MAPSET('MSNNE12')                                       05180061
051900          INTO (MSNNE12I)                                         05190061
052000          NOHANDLE                                                05200061
052100     END-EXEC                                                     05210061
052200     EXEC CICS                                                    05220061
052300          IGNORE CONDITION MAPFAIL                                05230061
052400     END-EXEC                                                     05240061
052500     IF MCUREI = SPACES OR LOW-VALUES THEN                        05250061
052600        MOVE CA-CURSO-SEL TO MCUREI                               05260061
052700     END-IF                                                       05270061
052800     IF MAAAEI = SPACES OR LOW-VALUES THEN                        05280061
052900        MOVE CA-AAAA-SEL TO MAAAEI                                05290061
053000     END-IF                                                       05300061
053100     IF MTEREI = SPACES OR LOW-VALUES THEN                        05310061
053200        MOVE CA-TER-SEL TO MTEREI                                 05320061
053300     END-IF                                                       05330061
053400     EVALUATE EIBAID                                              05340061
053500          WHEN DFHENTER                                           05350061
053600               PERFORM 3300-PROCESA-ENTER                         05360061
053700          WHEN DFHPF3                                             05370061
053800               PERFORM 9999-FIN-DE-PROGRAMA                       05380061
053900          WHEN OTHER                                              05390061
054000               MOVE "-TECLA NO HABILITADA-" TO MSG                05400061
054100               PERFORM 7200-MENSAJES-A-LA-PANTALLA                05410061
054200     END-EVALUATE                                                 05420061
054300     ELSE                                                         05430061
054400        PERFORM 3100-CARGA-DATOS-PARA-MAPA                        05440061
054500        PERFORM 7000-ENVIO-MAPA                                   05450061
054600        PERFORM 7800-RETORNO-TRANSACCION                          05460061
054700     END-IF                                                       05470061
054800     .                                                            05480061
054900 7200-MENSAJES-A-LA-PANTALLA.                                     05490061
055000     DISPLAY MSG                                                  05500061
055100     .                                                            05510061
055200 7800-RETORNO-TRANSACCION.                                        05520061
055300     MOVE EIBTRMID TO CA-TERM                                     05530061
055400     MOVE EIBTRNID TO CA-TRANS                                    05540061
055500     EXEC CICS                                                    05550061
055600          RETURN                                                  05560061
055700          TRANSID(EIBTRNID)                                       05570061
055800          COMMAREA(MI-COMMAREA)                                   05580061
055900          LENGTH(LENGTH OF MI-COMMAREA)                           05590061
056000     END-EXEC                                                     05600061
056100     .                                                            05610061
056200 9100-DEB-DIS.                                                    05620061
056300      PERFORM 3150-GET-DATES                                      05630061
056400      MOVE WS-FECHA-AAAA-MM-DD TO W-FECHA-DIS                     05640061
056500      MOVE WS-HORA-MINUTOS-SEGUNDOS TO W-TIME-DIS                 05650061
056600      IF W-SW-DEBUG = "S" THEN                                    05660061
056700         DISPLAY WS-DEBDIS-MSG                                    05670061
056800      END-IF                                                      05680061
056900      .                                                           05690061
057000 9999-FIN-DE-PROGRAMA.                                            05700061
057100     EXEC CICS                                                    05710061
057200          SEND TEXT FROM (MSG-FIN-SESION)                         05720061
057300               ERASE FREEKB                                       05730061
057400     END-EXEC                                                     05740061
057500     EXEC CICS RETURN                                             05750061
057600     END-EXEC                                                     05760061
057700     GOBACK                                                       05770061
057800     .                                                            05780061
